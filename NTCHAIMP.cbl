      *            SOBRESCRITA EM LOTE (CORRECAO E NO NTCHAINC).
      *            LINHA RUIM SAI EM CHAMADA.REJ COM O MOTIVO, NO
      *            MESMO PADRAO DO MATRILOT.REJ DO NTMTRLOT.
      * Update:    05/12/2022 - A MATRICULA E LIDA PELA CHAVE COM O
      *            ANO-SEMESTRE DA OFERTA DO CABECALHO (MATRICULA.DAT
      *            PASSA A GUARDAR UMA MATRICULA POR PERIODO NA MESMA
      *            MATERIA).
      * Update:    05/06/2023 - LINHA DE TURMA COM DIARIO DE CLASSE
      *            OFICIAL JA IMPRESSO (DIAFECHA.DAT/NTDIACLA) E
      *            REJEITADA COM O MOTIVO 08: DIARIO FECHADO SO E
      *            ALTERADO PELO SUPERVISOR NO NTCHAINC.
      * Update:    03/07/2023 - LINHA DA FOLHA SOBRE PRESENCA SUGERIDA
      *            PELAS CATRACAS (NTCATIMP) CONFIRMA OU CORRIGE A
      *            SUGESTAO EM VEZ DE SER REJEITADA COMO CHAMADA JA
      *            LANCADA.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    22/09/2023 - ANTES DA IMPORTACAO O CHAMEXP.TXT PASSA
      *            PELO REGISTRO DE ARQUIVOS RECEBIDOS
      *            (PGREGENT/REGENTRA.DAT): A MESMA FOLHA JA IMPORTADA
      *            (MESMO CONTEUDO) SO E IMPORTADA DE NOVO COM LIBERACAO
      *            DE SUPERVISOR. FOLHA RECUSADA NAO E IMPORTADA
      *            (RETURN-CODE 4).
      * Update:    25/09/2023 - CHAMADO PELOS DESPACHANTES DE LOTE (AREA
      *            DE LOTE PRESENTE), AVISA O PGREGENT QUE NAO HA
      *            OPERADOR NO TERMINAL (WS-RG-INTERATIVO 'N'): ARQUIVO
      *            JA PROCESSADO E RECUSADO SEM PERGUNTA E A RECUSA VAI
      *            PARA O LOG DE JOBS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT CHAMADA
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-REJ.

           SELECT DIAFECHA
           ASSIGN TO WS-CAMINHO-DIAFECHA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-DIAFECHA
           FILE  STATUS IS WS-FS-DIA.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA.
           03 FILLER                   PIC X(01).
           03 DS-REGISTRO-REJ          PIC X(40).

       FD  DIAFECHA.
           COPY CFPK0070.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHO E CONTROLE DO FECHAMENTO DO DIARIO DE CLASSE.
       01  WS-CAMINHO-DIAFECHA         PIC X(80) VALUE SPACES.
       77  WS-FS-DIA                   PIC 99.
           88 WS-FS-DIA-OK             VALUE 0.

      *CABECALHO DA FOLHA (OFERTA E INTERVALO DE ORIGEM).
       01  WS-LINHA-CABECALHO          PIC X(40) VALUE SPACES.
       01  FILLER REDEFINES WS-LINHA-CABECALHO.
      *MOTIVOS DE REJEICAO: 01=LINHA ANTES DO CABECALHO 02=SEM
      *MATRICULA ATIVA NA OFERTA 03=DATA NAO LETIVA 04=AULA CANCELADA
      *05=MARCACAO DIFERENTE DE P/F 06=CHAMADA JA LANCADA 07=DATA
      *FORA DO INTERVALO DA FOLHA 08=DIARIO DA TURMA JA FECHADO.
       77  WS-MOTIVO-REJEICAO          PIC X(02) VALUE SPACES.

       77  WS-TEM-CABECALHO            PIC X.
       77  WS-QTD-ACEITOS              PIC 9(05) VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC 9(05) VALUE ZEROS.

      *AREA DO REGISTRO DE ARQUIVOS RECEBIDOS (PGREGENT): PASSAGEM
      *PREVIA PELO ARQUIVO, CONFERENCIA E RESULTADO NO FIM.
       01  WS-PARM-REGENT.
           03 WS-RG-ACAO               PIC X(01).
           03 WS-RG-PROGRAMA           PIC X(08) VALUE 'NTCHAIMP'.
           03 WS-RG-ARQUIVO            PIC X(12) VALUE 'CHAMEXP.TXT'.
           03 WS-RG-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-RG-CABECALHO          PIC X(20) VALUE SPACES.
           03 WS-RG-CABECALHO-UNICO    PIC X(01) VALUE 'N'.
           03 WS-RG-LINHA              PIC X(250).
           03 WS-RG-QT-REGISTROS       PIC 9(07) VALUE ZEROS.
           03 WS-RG-NR-DIGITAL         PIC 9(09) VALUE ZEROS.
           03 WS-RG-QT-CONTEUDO        PIC 9(07) VALUE ZEROS.
           03 WS-RG-VL-CONTROLE        PIC 9(11)V99 VALUE ZEROS.
           03 WS-RG-TEM-RODAPE         PIC X(01) VALUE 'N'.
           03 WS-RG-QT-RODAPE          PIC 9(07) VALUE ZEROS.
           03 WS-RG-VL-RODAPE          PIC 9(11)V99 VALUE ZEROS.
           03 WS-RG-NR-REGISTRO        PIC 9(06) VALUE ZEROS.
           03 WS-RG-LIBERADO           PIC X(01) VALUE 'N'.
               88 WS-RG-LIBERADO-OK    VALUE 'S'.
           03 WS-RG-SITUACAO           PIC X(01) VALUE SPACES.
           03 WS-RG-QT-ACEITOS         PIC 9(07) VALUE ZEROS.
           03 WS-RG-QT-REJEITADOS      PIC 9(07) VALUE ZEROS.
           03 WS-RG-INTERATIVO         PIC X(01) VALUE 'S'.

       77  WS-EOF-FOLHA                PIC X.
           88 WS-EOF-FOLHA-OK          VALUE 'S' FALSE 'N'.

           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

      *AREA OPCIONAL DOS DESPACHANTES DE LOTE (NTEODRUN/NTAGNRUN): SO
      *A PRESENCA DELA INTERESSA - CHAMADO POR ELES, NAO HA OPERADOR
      *NO TERMINAL PARA LIBERAR O REPROCESSAMENTO.
       01  LK-PARM-LOTE.
           03 LK-LT-SIMULACAO          PIC X(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA LK-PARM-LOTE.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-FOLHA-OK         TO FALSE.
           MOVE 'N'                    TO WS-RG-LIBERADO.
           SET WS-TEM-CABECALHO-OK     TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
                  '\Modulo3\DesafioM3\CHAMADA.REJ'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DIAFECHA.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-DIAFECHA
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
                       'CANCELADA.'
               END-DISPLAY
               SET WS-EOF-FOLHA-OK TO TRUE
           ELSE
               PERFORM P300-REGISTRA-ENTRADA
                       THRU P300-REGISTRA-ENTRADA-FIM
           END-IF.
           OPEN INPUT MATRICULA.
           IF NOT WS-FS-R-OK THEN
      *DIARIO DE OCORRENCIAS E OPCIONAL: SEM ELE, NENHUMA DATA ESTA
      *MARCADA COMO CANCELADA.
           OPEN INPUT OCORRENCIAS.
      *FECHAMENTO DO DIARIO E OPCIONAL: SEM ELE, NENHUMA TURMA TEVE O
      *DIARIO OFICIAL IMPRESSO.
           OPEN INPUT DIAFECHA.
           OPEN OUTPUT REJEITADOS.
       P400-ABRE-ARQ-FIM.

      ******************************************************************
      *PASSAGEM PREVIA PELA FOLHA: QUANTIDADE, DIGITAL, CABECALHO,
      *LINHAS DE DETALHE E, COMO TOTAL DE CONTROLE, AS PRESENCAS. O
      *PGREGENT CONFERE E REGISTRA. A FOLHA E REABERTA DO INICIO;
      *RECUSADA, NENHUMA LINHA E LIDA.
      ******************************************************************
       P300-REGISTRA-ENTRADA.
           MOVE ZEROS  TO WS-RG-QT-CONTEUDO WS-RG-VL-CONTROLE.
           MOVE SPACES TO WS-RG-CABECALHO.
           MOVE WS-COM-OPERADOR TO WS-RG-OPERADOR.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               MOVE 'N' TO WS-RG-INTERATIVO
           END-IF.
           MOVE 'I' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           PERFORM P305-SOMA-ENTRADA THRU P305-SOMA-ENTRADA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-FOLHA-OK.
           CLOSE FOLHA.
           SET WS-EOF-FOLHA-OK TO FALSE.
           MOVE 'V' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           OPEN INPUT FOLHA.
           IF NOT WS-RG-LIBERADO-OK THEN
               DISPLAY 'CHAMEXP.TXT NAO IMPORTADO. CONSULTE OS '
                       'ARQUIVOS RECEBIDOS.'
               END-DISPLAY
               MOVE 4 TO RETURN-CODE
               SET WS-EOF-FOLHA-OK TO TRUE
           END-IF.
       P300-REGISTRA-ENTRADA-FIM.

       P305-SOMA-ENTRADA.
           READ FOLHA
               AT END
                   SET WS-EOF-FOLHA-OK TO TRUE
               NOT AT END
                   MOVE REG-FOLHA TO WS-RG-LINHA
                   MOVE 'L' TO WS-RG-ACAO
                   CALL 'PGREGENT' USING WS-PARM-REGENT
                   IF REG-FOLHA (1:1) EQUAL 'H' THEN
                       MOVE REG-FOLHA (2:18) TO WS-RG-CABECALHO
                   END-IF
                   IF REG-FOLHA (1:1) EQUAL 'D' THEN
                       ADD 1 TO WS-RG-QT-CONTEUDO
                       IF REG-FOLHA (35:1) EQUAL 'P' THEN
                           ADD 1 TO WS-RG-VL-CONTROLE
                       END-IF
                   END-IF
           END-READ.
       P305-SOMA-ENTRADA-FIM.

       P200-PROCESSA.
           PERFORM P410-LE-LINHA THRU P410-LE-LINHA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-FOLHA-OK.
               PERFORM P460-VALIDA-DATA
                       THRU P460-VALIDA-DATA-FIM
           END-IF.
           IF WS-MOTIVO-REJEICAO EQUAL SPACES THEN
               PERFORM P470-VERIFICA-DIARIO
                       THRU P470-VERIFICA-DIARIO-FIM
           END-IF.
           IF WS-MOTIVO-REJEICAO EQUAL SPACES THEN
               PERFORM P500-GRAVA-CHAMADA
                       THRU P500-GRAVA-CHAMADA-FIM
       P450-VALIDA-MATRICULA.
           MOVE WS-DT-ID-ALUNO   TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-HC-ID-MATERIA TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-HC-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   MOVE '02' TO WS-MOTIVO-REJEICAO
       P460-VALIDA-DATA-FIM.
           EXIT.

      *TURMA COM DIARIO OFICIAL IMPRESSO ESTA FECHADA: O LOTE NAO TEM
      *ALTERACAO DE SUPERVISOR, QUE E FEITA NO NTCHAINC. A TURMA VEM
      *DA MATRICULA LIDA NO P450.
       P470-VERIFICA-DIARIO.
           IF NOT WS-FS-DIA-OK THEN
               GO TO P470-VERIFICA-DIARIO-FIM
           END-IF.
           MOVE WS-HC-ID-MATERIA       TO ID-MATERIA-DIA.
           MOVE WS-HC-ANO-SEMESTRE     TO ANO-SEMESTRE-DIA.
           MOVE TURMA OF REG-MATRICULA TO CD-TURMA-DIA.
           READ DIAFECHA
               INVALID KEY
                   GO TO P470-VERIFICA-DIARIO-FIM
           END-READ.
           IF ST-DIARIO-FECHADO THEN
               MOVE '08' TO WS-MOTIVO-REJEICAO
           END-IF.
       P470-VERIFICA-DIARIO-FIM.
           EXIT.

       P500-GRAVA-CHAMADA.
           MOVE WS-HC-ID-MATERIA   TO ID-MATERIA   OF CH-CHAMADA.
           MOVE WS-HC-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-CHAMADA.
      *CONSCIENTE CONTINUA SENDO FEITA NO NTCHAINC.
           WRITE REG-CHAMADA
               INVALID KEY
                   PERFORM P510-CONFIRMA-SUGESTAO
                           THRU P510-CONFIRMA-SUGESTAO-FIM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ACEITOS
           END-WRITE.
       P500-GRAVA-CHAMADA-FIM.

      *A UNICA CHAMADA EXISTENTE QUE A FOLHA REGRAVA E A PRESENCA
      *SUGERIDA PELAS CATRACAS (NTCATIMP), QUE ESPERA JUSTAMENTE A
      *CONFIRMACAO DO PROFESSOR; AS DEMAIS CONTINUAM REJEITADAS.
       P510-CONFIRMA-SUGESTAO.
           READ CHAMADA
               INVALID KEY
                   MOVE '06' TO WS-MOTIVO-REJEICAO
                   GO TO P510-CONFIRMA-SUGESTAO-FIM
           END-READ.
           IF NOT FL-PRESENCA-SUGERIDA THEN
               MOVE '06' TO WS-MOTIVO-REJEICAO
               GO TO P510-CONFIRMA-SUGESTAO-FIM
           END-IF.
           MOVE WS-DT-FL-PRESENCA TO FL-PRESENCA.
           REWRITE REG-CHAMADA
               INVALID KEY
                   MOVE '06' TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ACEITOS
           END-REWRITE.
       P510-CONFIRMA-SUGESTAO-FIM.
           EXIT.

       P700-GRAVA-REJEITADO.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE SPACES             TO REG-REJEITADO.
           IF WS-FS-OCO-OK THEN
               CLOSE OCORRENCIAS
           END-IF.
           IF WS-FS-DIA-OK THEN
               CLOSE DIAFECHA
           END-IF.
           CLOSE REJEITADOS.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           IF WS-RG-LIBERADO-OK THEN
               MOVE 'C' TO WS-RG-SITUACAO
               IF NOT WS-FS-R-OK THEN
                   MOVE 'E' TO WS-RG-SITUACAO
               END-IF
               MOVE WS-QTD-ACEITOS    TO WS-RG-QT-ACEITOS
               MOVE WS-QTD-REJEITADOS TO WS-RG-QT-REJEITADOS
               MOVE 'G' TO WS-RG-ACAO
               CALL 'PGREGENT' USING WS-PARM-REGENT
           END-IF.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
