      *            SECRETARIA CORRIGIR OS TELEFONES DO CADASTRO.
      *            SITUACOES DO BUREAU: OK=ENTREGUE, NE=NAO
      *            ENTREGUE (REENVIA), NI=NUMERO INVALIDO (LISTA).
      * Update:    22/09/2023 - ANTES DO PROCESSAMENTO O RETSMS.TXT
      *            PASSA PELO REGISTRO DE ARQUIVOS RECEBIDOS
      *            (PGREGENT/REGENTRA.DAT): O MESMO LOTE DE COMPROVANTES
      *            JA PROCESSADO (MESMO CONTEUDO) SO E REPROCESSADO COM
      *            LIBERACAO DE SUPERVISOR, PARA NAO REENFILEIRAR DE
      *            NOVO AS MENSAGENS. ARQUIVO RECUSADO NAO E PROCESSADO
      *            (JOB RECUSADO, RETURN-CODE 4).
      * Update:    25/09/2023 - CHAMADO PELOS DESPACHANTES DE LOTE (AREA
      *            DE LOTE PRESENTE), AVISA O PGREGENT QUE NAO HA
      *            OPERADOR NO TERMINAL (WS-RG-INTERATIVO 'N'): ARQUIVO
      *            JA PROCESSADO E RECUSADO SEM PERGUNTA E A RECUSA VAI
      *            PARA O LOG DE JOBS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-FS-BAD                   PIC 99.
           88 WS-FS-BAD-OK             VALUE 0.

      *AREA DO REGISTRO DE ARQUIVOS RECEBIDOS (PGREGENT): PASSAGEM
      *PREVIA PELO ARQUIVO, CONFERENCIA E RESULTADO NO FIM.
       01  WS-PARM-REGENT.
           03 WS-RG-ACAO               PIC X(01).
           03 WS-RG-PROGRAMA           PIC X(08) VALUE 'NTSMSRET'.
           03 WS-RG-ARQUIVO            PIC X(12) VALUE 'RETSMS.TXT'.
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

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
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
           SET WS-EOF-RET-OK           TO FALSE.
           MOVE 'N'                    TO WS-RG-LIBERADO.
           SET WS-EOF-MSG-OK           TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-DH-INICIO-JOB.
                       'PROCESSAR.'
               END-DISPLAY
               SET WS-EOF-RET-OK TO TRUE
           ELSE
               PERFORM P300-REGISTRA-ENTRADA
                       THRU P300-REGISTRA-ENTRADA-FIM
           END-IF.
           OPEN INPUT MENSAGENS.
           IF NOT WS-FS-MSG-OK THEN
           OPEN OUTPUT BADFONE.
       P400-ABRE-ARQ-FIM.

      ******************************************************************
      *PASSAGEM PREVIA PELOS COMPROVANTES: QUANTIDADE, DIGITAL E, COMO
      *TOTAL DE CONTROLE, AS FALHAS DE ENTREGA (NE E NI). O PGREGENT
      *CONFERE E REGISTRA; RECUSADO, O ARQUIVO NAO E REABERTO.
      ******************************************************************
       P300-REGISTRA-ENTRADA.
           MOVE ZEROS  TO WS-RG-QT-CONTEUDO WS-RG-VL-CONTROLE.
           MOVE WS-COM-OPERADOR TO WS-RG-OPERADOR.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               MOVE 'N' TO WS-RG-INTERATIVO
           END-IF.
           MOVE 'I' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           PERFORM P305-SOMA-ENTRADA THRU P305-SOMA-ENTRADA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RET-OK.
           CLOSE RETSMS.
           SET WS-EOF-RET-OK TO FALSE.
           MOVE 'V' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           IF WS-RG-LIBERADO-OK THEN
               OPEN INPUT RETSMS
           ELSE
               DISPLAY 'RETSMS.TXT NAO PROCESSADO. CONSULTE OS '
                       'ARQUIVOS RECEBIDOS.'
               END-DISPLAY
               MOVE 'RECUSADO' TO WS-JL-STATUS
               MOVE 4 TO RETURN-CODE
               SET WS-EOF-RET-OK TO TRUE
           END-IF.
       P300-REGISTRA-ENTRADA-FIM.

       P305-SOMA-ENTRADA.
           READ RETSMS
               AT END
                   SET WS-EOF-RET-OK TO TRUE
               NOT AT END
                   MOVE REG-RETSMS TO WS-RG-LINHA
                   MOVE 'L' TO WS-RG-ACAO
                   CALL 'PGREGENT' USING WS-PARM-REGENT
                   ADD 1 TO WS-RG-QT-CONTEUDO
                   IF ST-ENTREGA EQUAL 'NE' OR
                      ST-ENTREGA EQUAL 'NI' THEN
                       ADD 1 TO WS-RG-VL-CONTROLE
                   END-IF
           END-READ.
       P305-SOMA-ENTRADA-FIM.

       P200-PROCESSA.
           PERFORM P410-CARREGA-MENSAGEM
                   THRU P410-CARREGA-MENSAGEM-FIM
           MOVE WS-QTD-REENVIADAS  TO WS-JL-QTD-GRAVADOS.
           MOVE WS-QTD-NUMEROS-RUINS TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           IF WS-RG-LIBERADO-OK THEN
               MOVE 'C' TO WS-RG-SITUACAO
               MOVE WS-QTD-COMPROVANTES  TO WS-RG-QT-ACEITOS
               MOVE WS-QTD-SEM-CASAMENTO TO WS-RG-QT-REJEITADOS
               MOVE 'G' TO WS-RG-ACAO
               CALL 'PGREGENT' USING WS-PARM-REGENT
           END-IF.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
