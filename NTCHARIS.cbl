      *            (PGSPOOL). PEGAR O ALUNO COM 70 POR CENTO NA SEXTA
      *            SEMANA E MELHOR QUE DESCOBRI-LO COM 60 NO
      *            FECHAMENTO.
      * Update:    29/05/2023 - DIA DENTRO DE SUSPENSAO ATIVA DO
      *            REGISTRO DISCIPLINAR (DISCIPL.DAT/NTDSCMAN) CONTA
      *            COMO FALTA NA PROJECAO, MESMO COM PRESENCA LANCADA NA
      *            CHAMADA, COMO NA APURACAO DO NTCHACAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-NOT.

           SELECT DISCIPL
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-DISCIPLINA
           FILE  STATUS IS WS-FS-DSC.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
       FD  NOTIFICA.
           COPY CFPK0016.

       FD  DISCIPL.
           COPY CFPK0068.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       77  WS-FS-NOT                   PIC 99.
           88 WS-FS-NOT-OK             VALUE 0.

      *CONTROLES DA SUSPENSAO DISCIPLINAR: DIA DENTRO DE SUSPENSAO
      *ATIVA (DISCIPL.DAT/NTDSCMAN) CONTA COMO FALTA.
       77  WS-FS-DSC                   PIC 99.
           88 WS-FS-DSC-OK             VALUE 0.
       77  WS-EOF-DSC                  PIC X.
           88 WS-EOF-DSC-OK            VALUE 'S' FALSE 'N'.
       77  WS-DIA-SUSPENSO             PIC X.
           88 WS-DIA-SUSPENSO-OK       VALUE 'S' FALSE 'N'.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *(60 LINHAS POR PAGINA, COMO NO NTALULIS).
       01  WS-PARM-SPOOL.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-C WS-FS-M WS-FS-A WS-FS-NOT WS-FS-SPL
                      WS-FS-DSC
                      WS-ANO-SEMESTRE WS-QTD-ENTRADAS WS-INDICE
                      WS-INDICE-ACHADO WS-FR-PROJETADA
                      WS-FR-MINIMA-OFERTA WS-NM-MATERIA-OFERTA
                  '\Modulo3\DesafioM3\NOTIFICA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DISCIPL.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           IF NOT WS-FS-NOT-OK THEN
               OPEN OUTPUT NOTIFICA
           END-IF.
      *O REGISTRO DISCIPLINAR E OPCIONAL: SEM ELE NENHUM DIA E
      *TRATADO COMO SUSPENSAO.
           OPEN INPUT DISCIPL.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-TB-QT-AULAS (WS-INDICE-ACHADO)
               IF FL-PRESENCA-PRESENTE THEN
                   PERFORM P425-VERIFICA-SUSPENSAO
                           THRU P425-VERIFICA-SUSPENSAO-FIM
                   IF NOT WS-DIA-SUSPENSO-OK THEN
                       ADD 1 TO WS-TB-QT-PRESENCAS (WS-INDICE-ACHADO)
                   END-IF
               END-IF
           END-IF.
       P420-ACUMULA-PRESENCA-FIM.

      *PRESENCA LANCADA DENTRO DE UMA SUSPENSAO ATIVA DO ALUNO NAO
      *VALE: ELE ESTAVA IMPEDIDO DE FREQUENTAR E O DIA CONTA COMO
      *FALTA. AS OCORRENCIAS DO ALUNO SAO CONSECUTIVAS NA CHAVE.
       P425-VERIFICA-SUSPENSAO.
           SET WS-DIA-SUSPENSO-OK TO FALSE.
           IF NOT WS-FS-DSC-OK THEN
               GO TO P425-VERIFICA-SUSPENSAO-FIM
           END-IF.
           SET WS-EOF-DSC-OK TO FALSE.
           MOVE ID-ALUNO OF CH-CHAMADA TO ID-ALUNO-DSC.
           MOVE ZEROS TO DT-OCORRENCIA-DSC NR-SEQ-DSC.
           START DISCIPL KEY IS NOT LESS THAN CH-DISCIPLINA
               INVALID KEY
                   SET WS-EOF-DSC-OK TO TRUE
           END-START.
           PERFORM P426-LE-OCORRENCIA THRU P426-LE-OCORRENCIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DSC-OK
                      OR WS-DIA-SUSPENSO-OK.
       P425-VERIFICA-SUSPENSAO-FIM.
           EXIT.

       P426-LE-OCORRENCIA.
           READ DISCIPL NEXT RECORD
               AT END
                   SET WS-EOF-DSC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-DSC NOT EQUAL
                          ID-ALUNO OF CH-CHAMADA THEN
                       SET WS-EOF-DSC-OK TO TRUE
                   ELSE
                       IF ST-OCORRENCIA-ATIVA AND
                          TP-SANCAO-SUSPENSAO AND
                          DT-CHAMADA IS NOT LESS THAN
                              DT-INICIO-SUSP-DSC AND
                          DT-CHAMADA IS NOT GREATER THAN
                              DT-FIM-SUSP-DSC THEN
                           SET WS-DIA-SUSPENSO-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P426-LE-OCORRENCIA-FIM.

       P430-PROCURA-ENTRADA.
           IF WS-TB-ID-ALUNO   (WS-INDICE) EQUAL
                  ID-ALUNO   OF CH-CHAMADA
           CLOSE MATERIAS.
           CLOSE ALUNOS.
           CLOSE NOTIFICA.
           IF WS-FS-DSC-OK THEN
               CLOSE DISCIPL
           END-IF.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
