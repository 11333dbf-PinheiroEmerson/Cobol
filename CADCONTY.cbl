      *            O PROXIMO ID LIVRE; LINHA COM NOME OU E-MAIL JA
      *            CADASTRADO E REJEITADA COMO DUPLICADA. AS LINHAS
      *            REJEITADAS SAEM EM CONTATOS.REJ COM O MOTIVO.
      * Update:    26/12/2022 - CONTATO IMPORTADO DO CSV ENTRA COM O CPF
      *            (CPF-CONTATO) ZERADO, A INFORMAR NA ALTERACAO.
      * Update:    22/09/2023 - ANTES DA IMPORTACAO O CONTATOS.CSV PASSA
      *            PELO REGISTRO DE ARQUIVOS RECEBIDOS
      *            (PGREGENT/REGENTRA.DAT): O MESMO CSV JA IMPORTADO
      *            (MESMO CONTEUDO) SO E IMPORTADO DE NOVO COM LIBERACAO
      *            DE SUPERVISOR. CSV RECUSADO NAO E IMPORTADO
      *            (RETURN-CODE 4).
      * Update:    25/09/2023 - CHAMADO PELOS DESPACHANTES DE LOTE (AREA
      *            DE LOTE PRESENTE), AVISA O PGREGENT QUE NAO HA
      *            OPERADOR NO TERMINAL (WS-RG-INTERATIVO 'N'): ARQUIVO
      *            JA PROCESSADO E RECUSADO SEM PERGUNTA E A RECUSA VAI
      *            PARA O LOG DE JOBS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-QTD-ACEITOS              PIC 9(04) VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC 9(04) VALUE ZEROS.

      *AREA DO REGISTRO DE ARQUIVOS RECEBIDOS (PGREGENT): PASSAGEM
      *PREVIA PELO ARQUIVO, CONFERENCIA E RESULTADO NO FIM.
       01  WS-PARM-REGENT.
           03 WS-RG-ACAO               PIC X(01).
           03 WS-RG-PROGRAMA           PIC X(08) VALUE 'CADCONTY'.
           03 WS-RG-ARQUIVO            PIC X(12) VALUE 'CONTATOS.CSV'.
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

       77  WS-EOF-CSV                  PIC X.
           88 WS-EOF-CSV-OK            VALUE 'S' FALSE 'N'.

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
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-CSV-OK           TO FALSE.
           SET WS-PRIMEIRA-LINHA-OK    TO TRUE.
           MOVE 'N'                    TO WS-RG-LIBERADO.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           IF NOT WS-FS-CSV-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           PERFORM P320-REGISTRA-ENTRADA
                   THRU P320-REGISTRA-ENTRADA-FIM.
           OPEN I-O CONTATOS.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-OK THEN
           END-READ.
       P310-LE-MAIOR-ID-FIM.

      *PASSAGEM PREVIA PELO CSV: QUANTIDADE, DIGITAL E LINHAS DE
      *CONTATO (SEM O CABECALHO DE COLUNAS). O PGREGENT CONFERE E
      *REGISTRA. O CSV E REABERTO DO INICIO; RECUSADO, NENHUMA LINHA
      *E LIDA.
       P320-REGISTRA-ENTRADA.
           MOVE ZEROS  TO WS-RG-QT-CONTEUDO WS-RG-VL-CONTROLE.
           MOVE WS-COM-OPERADOR TO WS-RG-OPERADOR.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               MOVE 'N' TO WS-RG-INTERATIVO
           END-IF.
           MOVE 'I' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           PERFORM P325-SOMA-ENTRADA THRU P325-SOMA-ENTRADA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-CSV-OK.
           CLOSE ENTRADA-CSV.
           SET WS-EOF-CSV-OK        TO FALSE.
           SET WS-PRIMEIRA-LINHA-OK TO TRUE.
           MOVE 'V' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           OPEN INPUT ENTRADA-CSV.
           IF NOT WS-RG-LIBERADO-OK THEN
               DISPLAY 'CONTATOS.CSV NAO IMPORTADO. CONSULTE OS '
                       'ARQUIVOS RECEBIDOS.'
               END-DISPLAY
               MOVE 4 TO RETURN-CODE
               SET WS-EOF-CSV-OK TO TRUE
           END-IF.
       P320-REGISTRA-ENTRADA-FIM.

       P325-SOMA-ENTRADA.
           READ ENTRADA-CSV
               AT END
                   SET WS-EOF-CSV-OK TO TRUE
               NOT AT END
                   MOVE WS-LINHA-CSV TO WS-RG-LINHA
                   MOVE 'L' TO WS-RG-ACAO
                   CALL 'PGREGENT' USING WS-PARM-REGENT
                   IF WS-PRIMEIRA-LINHA-OK AND
                      WS-LINHA-CSV (1:3) EQUAL 'ID,' THEN
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-RG-QT-CONTEUDO
                   END-IF
                   SET WS-PRIMEIRA-LINHA-OK TO FALSE
           END-READ.
       P325-SOMA-ENTRADA-FIM.

       P200-PROCESSA.
           PERFORM P410-LE-LINHA THRU P410-LE-LINHA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-CSV-OK.
           ELSE
               MOVE ZEROS      TO CP-CONTATO
           END-IF.
           MOVE ZEROS           TO CPF-CONTATO.
           WRITE REG-CONTATOS
               INVALID KEY
                   MOVE 'ID JA CADASTRADO' TO WS-MOTIVO-REJEICAO
       P800-ERRO-FIM.

       P900-FINALIZA.
           IF WS-RG-LIBERADO-OK THEN
               MOVE 'C' TO WS-RG-SITUACAO
               MOVE WS-QTD-ACEITOS    TO WS-RG-QT-ACEITOS
               MOVE WS-QTD-REJEITADOS TO WS-RG-QT-REJEITADOS
               MOVE 'G' TO WS-RG-ACAO
               CALL 'PGREGENT' USING WS-PARM-REGENT
           END-IF.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
