      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    19/09/2023 - RELATORIO POR UNIDADE (CAMPUS) E
      *            CONSOLIDADO. A UNIDADE DA OFERTA E A DA SUA PRIMEIRA
      *            TURMA EM TURMAS.DAT (OFERTA SEM TURMA = SEDE); SO
      *            SAEM AS UNIDADES EM QUE O OPERADOR ESTA AUTORIZADO
      *            (PGUNIDAD). A AREA DE TROCA DA ORDENACAO FOI AJUSTADA
      *            AO TAMANHO DA ENTRADA DA TABELA, QUE CORTAVA OS
      *            DECIMAIS DO PERCENTUAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT TURMAS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TURMA-OFERTA
           FILE  STATUS IS WS-FS-U.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAS.
       FD  MATRICULA.
           COPY CFPK0005.

       FD  TURMAS.
           COPY CFPK0021.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
               05 WS-OF-QT-ESPERA      PIC 9(03).
               05 WS-OF-QT-TRANCADAS   PIC 9(03).
               05 WS-OF-PCT-OCUPACAO   PIC 9(03)V99.
               05 WS-OF-UNIDADE        PIC 9(02).

       01  WS-ENTRADA-TROCA            PIC X(44) VALUE SPACES.

      *TOTAIS DA UNIDADE EM IMPRESSAO E CONSOLIDADOS.
       01  WS-TOTAIS-UNIDADE.
           03 WS-TU-OFERTAS            PIC 9(03).
           03 WS-TU-VAGAS              PIC 9(05).
           03 WS-TU-ATIVAS             PIC 9(05).
           03 WS-TU-ESPERA             PIC 9(05).
           03 WS-TU-TRANCADAS          PIC 9(05).
       01  WS-TOTAIS-CONSOLIDADO.
           03 WS-TC-OFERTAS            PIC 9(03).
           03 WS-TC-VAGAS              PIC 9(05).
           03 WS-TC-ATIVAS             PIC 9(05).
           03 WS-TC-ESPERA             PIC 9(05).
           03 WS-TC-TRANCADAS          PIC 9(05).
       77  WS-UNIDADE-ANTERIOR         PIC 9(02) VALUE ZEROS.

      *AUTORIZACAO DO OPERADOR POR UNIDADE (BRANCO = AINDA NAO
      *CONFERIDA NA PGUNIDAD).
       01  WS-TABELA-AUTORIZACAO.
           03 WS-AUT-UNIDADE           PIC X(01) OCCURS 99 TIMES.
       77  WS-IND-UNIDADE              PIC 9(02) VALUE ZEROS.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD).
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-2                 PIC 9(03) VALUE ZEROS.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-R                     PIC 99.
           88 WS-FS-R-OK               VALUE 0.
       77  WS-FS-U                     PIC 99.
           88 WS-FS-U-OK               VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           END-DISPLAY.
           INITIALIZE WS-FS-M WS-FS-R WS-ANO-SEMESTRE
                      WS-PISO-OCUPACAO WS-QT-OFERTAS WS-INDICE
                      WS-INDICE-2 WS-INDICE-ACHADO WS-FS-U
                      WS-TOTAIS-CONSOLIDADO WS-TABELA-AUTORIZACAO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
                  '\Modulo3\DesafioM3\MATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\TURMAS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P100-INICIO-FIM.

       P200-PROCESSA.
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-OFERTAS.
           PERFORM P510-ORDENA THRU P510-ORDENA-FIM.
           MOVE ZEROS TO WS-UNIDADE-ANTERIOR.
           PERFORM P600-IMPRIME THRU P600-IMPRIME-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-OFERTAS.
           IF WS-UNIDADE-ANTERIOR IS GREATER THAN ZEROS THEN
               PERFORM P620-IMPRIME-TOTAL-UNIDADE
                       THRU P620-IMPRIME-TOTAL-UNIDADE-FIM
           END-IF.
           DISPLAY 'CONSOLIDADO DAS UNIDADES AUTORIZADAS: '
                   WS-TC-OFERTAS ' OFERTA(S) VAGAS ' WS-TC-VAGAS
                   ' ATIVAS ' WS-TC-ATIVAS ' ESPERA ' WS-TC-ESPERA
                   ' TRANC ' WS-TC-TRANCADAS
           END-DISPLAY.
           DISPLAY 'OFERTAS DO PERIODO: ' WS-QT-OFERTAS
           END-DISPLAY.
       P200-PROCESSA-FIM.
               END-DISPLAY
               SET WS-EOF-VARRE-OK TO TRUE
           END-IF.
      *SEM O CADASTRO DE TURMAS TODA OFERTA FICA NA SEDE.
           OPEN INPUT TURMAS.
           PERFORM P310-LE-MATERIA THRU P310-LE-MATERIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           IF WS-FS-M-OK THEN
               CLOSE MATERIAS
           END-IF.
           IF WS-FS-U-OK THEN
               CLOSE TURMAS
           END-IF.
       P300-CARREGA-OFERTAS-FIM.

       P310-LE-MATERIA.
                   IF ANO-SEMESTRE OF REG-MATERIA EQUAL
                          WS-ANO-SEMESTRE AND
                      WS-QT-OFERTAS IS LESS THAN 200 THEN
                       PERFORM P320-UNIDADE-OFERTA
                               THRU P320-UNIDADE-OFERTA-FIM
                   END-IF
           END-READ.
       P310-LE-MATERIA-FIM.

      *UNIDADE DA OFERTA = A DA PRIMEIRA TURMA CADASTRADA DELA (SEM
      *TURMA, A SEDE). OFERTA DE UNIDADE NAO AUTORIZADA FICA FORA.
       P320-UNIDADE-OFERTA.
           MOVE 01 TO WS-IND-UNIDADE.
           IF WS-FS-U-OK THEN
               MOVE ID-MATERIA OF REG-MATERIA
                    TO ID-MATERIA OF CH-TURMA-OFERTA
               MOVE ANO-SEMESTRE OF REG-MATERIA
                    TO ANO-SEMESTRE OF REG-TURMA
               MOVE LOW-VALUES TO CD-TURMA
               START TURMAS KEY IS NOT LESS THAN CH-TURMA-OFERTA
                   INVALID KEY
                       MOVE ZEROS TO ID-MATERIA OF CH-TURMA-OFERTA
                   NOT INVALID KEY
                       READ TURMAS NEXT RECORD
                           AT END
                               MOVE ZEROS
                                    TO ID-MATERIA OF CH-TURMA-OFERTA
                       END-READ
               END-START
               IF ID-MATERIA OF CH-TURMA-OFERTA EQUAL
                      ID-MATERIA OF REG-MATERIA
                  AND ANO-SEMESTRE OF REG-TURMA EQUAL
                      ANO-SEMESTRE OF REG-MATERIA
                  AND CD-UNIDADE-TURMA IS NUMERIC
                  AND CD-UNIDADE-TURMA IS GREATER THAN ZEROS THEN
                   MOVE CD-UNIDADE-TURMA TO WS-IND-UNIDADE
               END-IF
           END-IF.
           IF WS-AUT-UNIDADE (WS-IND-UNIDADE) EQUAL SPACE THEN
               MOVE WS-COM-OPERADOR TO WS-UN-OPERADOR
               MOVE WS-IND-UNIDADE  TO WS-UN-UNIDADE
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
               MOVE WS-UN-SITUACAO
                    TO WS-AUT-UNIDADE (WS-IND-UNIDADE)
           END-IF.
           IF WS-AUT-UNIDADE (WS-IND-UNIDADE) NOT EQUAL 'A' THEN
               GO TO P320-UNIDADE-OFERTA-FIM
           END-IF.
           ADD 1 TO WS-QT-OFERTAS.
           MOVE ID-MATERIA OF REG-MATERIA
                TO WS-OF-ID-MATERIA (WS-QT-OFERTAS).
           MOVE NM-MATERIA
                TO WS-OF-NM-MATERIA (WS-QT-OFERTAS).
           MOVE MX-VAGAS
                TO WS-OF-MX-VAGAS (WS-QT-OFERTAS).
           MOVE ZEROS
                TO WS-OF-QT-ATIVAS (WS-QT-OFERTAS).
           MOVE ZEROS
                TO WS-OF-QT-ESPERA (WS-QT-OFERTAS).
           MOVE ZEROS
                TO WS-OF-QT-TRANCADAS (WS-QT-OFERTAS).
           MOVE WS-IND-UNIDADE
                TO WS-OF-UNIDADE (WS-QT-OFERTAS).
       P320-UNIDADE-OFERTA-FIM.
           EXIT.

       P400-ACUMULA-MATRICULAS.
           SET WS-EOF-VARRE-OK TO FALSE.
           OPEN INPUT MATRICULA.
           END-IF.
       P500-CALCULA-OCUPACAO-FIM.

      *ORDENA POR UNIDADE E, DENTRO DELA, DA PIOR OCUPACAO PARA A
      *MELHOR (BOLHA).
       P510-ORDENA.
           SET WS-TROCA-OK TO TRUE.
           PERFORM P515-PASSADA THRU P515-PASSADA-FIM

       P520-COMPARA-PAR.
           COMPUTE WS-INDICE-2 = WS-INDICE + 1.
           IF WS-OF-UNIDADE (WS-INDICE-2) IS LESS THAN
              WS-OF-UNIDADE (WS-INDICE)
              OR (WS-OF-UNIDADE (WS-INDICE-2) EQUAL
                  WS-OF-UNIDADE (WS-INDICE)
              AND WS-OF-PCT-OCUPACAO (WS-INDICE-2) IS LESS THAN
                  WS-OF-PCT-OCUPACAO (WS-INDICE)) THEN
               MOVE WS-OF (WS-INDICE)   TO WS-ENTRADA-TROCA
               MOVE WS-OF (WS-INDICE-2) TO WS-OF (WS-INDICE)
               MOVE WS-ENTRADA-TROCA    TO WS-OF (WS-INDICE-2)
       P520-COMPARA-PAR-FIM.

       P600-IMPRIME.
           IF WS-OF-UNIDADE (WS-INDICE) NOT EQUAL WS-UNIDADE-ANTERIOR
               THEN
               IF WS-UNIDADE-ANTERIOR IS GREATER THAN ZEROS THEN
                   PERFORM P620-IMPRIME-TOTAL-UNIDADE
                           THRU P620-IMPRIME-TOTAL-UNIDADE-FIM
               END-IF
               PERFORM P610-IMPRIME-UNIDADE
                       THRU P610-IMPRIME-UNIDADE-FIM
           END-IF.
           ADD 1                               TO WS-TU-OFERTAS
                                                  WS-TC-OFERTAS.
           ADD WS-OF-MX-VAGAS (WS-INDICE)      TO WS-TU-VAGAS
                                                  WS-TC-VAGAS.
           ADD WS-OF-QT-ATIVAS (WS-INDICE)     TO WS-TU-ATIVAS
                                                  WS-TC-ATIVAS.
           ADD WS-OF-QT-ESPERA (WS-INDICE)     TO WS-TU-ESPERA
                                                  WS-TC-ESPERA.
           ADD WS-OF-QT-TRANCADAS (WS-INDICE)  TO WS-TU-TRANCADAS
                                                  WS-TC-TRANCADAS.
           MOVE WS-OF-PCT-OCUPACAO (WS-INDICE) TO WS-MSK-PCT.
           DISPLAY 'MATERIA ' WS-OF-ID-MATERIA (WS-INDICE)
                   ' ' WS-OF-NM-MATERIA (WS-INDICE)
           END-IF.
       P600-IMPRIME-FIM.

       P610-IMPRIME-UNIDADE.
           MOVE WS-OF-UNIDADE (WS-INDICE) TO WS-UNIDADE-ANTERIOR.
           INITIALIZE WS-TOTAIS-UNIDADE.
           MOVE WS-COM-OPERADOR     TO WS-UN-OPERADOR.
           MOVE WS-UNIDADE-ANTERIOR TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           DISPLAY '===== UNIDADE ' WS-UNIDADE-ANTERIOR ' - '
                   WS-UN-NOME ' ====='
           END-DISPLAY.
       P610-IMPRIME-UNIDADE-FIM.

       P620-IMPRIME-TOTAL-UNIDADE.
           DISPLAY 'TOTAL DA UNIDADE ' WS-UNIDADE-ANTERIOR ': '
                   WS-TU-OFERTAS ' OFERTA(S) VAGAS ' WS-TU-VAGAS
                   ' ATIVAS ' WS-TU-ATIVAS ' ESPERA ' WS-TU-ESPERA
                   ' TRANC ' WS-TU-TRANCADAS
           END-DISPLAY.
       P620-IMPRIME-TOTAL-UNIDADE-FIM.

       P900-FINALIZA.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
