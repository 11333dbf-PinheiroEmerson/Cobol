      *            SUPERVISOR PODE FORCAR, COM O OVERRIDE REGISTRADO
      *            NA AUDITORIA. A REABERTURA E RESTRITA A
      *            SUPERVISOR E TAMBEM AUDITADA.
      * Update:    12/12/2022 - O RECEBIDO EM BAIXA PARCIAL DE COBRANCA
      *            AINDA EM ABERTO PASSA A ENTRAR NO VALOR RECEBIDO, E O
      *            VALOR EM ABERTO PASSA A SER SO O SALDO QUE FALTA.
      * Update:    19/12/2022 - O FECHAMENTO DA COMPETENCIA PASSA A
      *            EXIGIR A CONCILIACAO BANCARIA DO MES ASSINADA PELA
      *            TESOURARIA NO NTFINCNC (CONCILIA.DAT).
      * Update:    06/02/2023 - COBRANCA BAIXADA POR PERDA (NTFINPER)
      *            SAI DO SALDO EM ABERTO DO FECHAMENTO; O QUE FOI
      *            RECEBIDO DELA SEGUE NO RECEBIDO E A QUANTIDADE E
      *            MOSTRADA A PARTE NO RESUMO.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    18/09/2023 - O FECHAMENTO PASSA A EXIGIR TAMBEM A
      *            CONFERENCIA COBRANCA X MATRICULA DO MES (NTFINCMT,
      *            CONCMAT.DAT); COM PENDENCIA APONTADA, SO O SUPERVISOR
      *            FECHA, CONFIRMANDO.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT CONCILIA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS COMPETENCIA-CONC
           FILE  STATUS IS WS-FS-CNC.

           SELECT CONCMAT
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS COMPETENCIA-CMT
           FILE  STATUS IS WS-FS-CMT.

       DATA DIVISION.
       FILE SECTION.
       FD  FECHAMENTO.
       FD  AUDITORIA.
           COPY CFPK0006.

       FD  CONCILIA.
           COPY CFPK0046.

       FD  CONCMAT.
           COPY CFPK0085.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
       77  WS-VL-RECEBIDO              PIC 9(09)V99 VALUE ZEROS.
       77  WS-QT-ABERTAS               PIC 9(05) VALUE ZEROS.
       77  WS-VL-ABERTO                PIC 9(09)V99 VALUE ZEROS.
      *SALDO DA COBRANCA AINDA EM ABERTO, JA DESCONTADO O RECEBIDO
      *EM BAIXA PARCIAL.
       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.
       77  WS-QT-CANCELADAS            PIC 9(05) VALUE ZEROS.
      *COBRANCA BAIXADA POR PERDA (NTFINPER) SAI DO SALDO EM ABERTO;
      *SO O QUE FOI RECEBIDO DELA CONTA NO RECEBIDO DO MES.
       77  WS-QT-PERDAS                PIC 9(05) VALUE ZEROS.

       77  WS-TP-OPERACAO-AUD          PIC X(10) VALUE SPACES.

           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.
       77  WS-FS-CNC                   PIC 99.
           88 WS-FS-CNC-OK             VALUE 0.
       77  WS-CONCILIA-ABERTO          PIC X.
           88 WS-CONCILIA-ABERTO-OK    VALUE 'S' FALSE 'N'.
       77  WS-FS-CMT                   PIC 99.
           88 WS-FS-CMT-OK             VALUE 0.
       77  WS-CONCMAT-ABERTO           PIC X.
           88 WS-CONCMAT-ABERTO-OK     VALUE 'S' FALSE 'N'.
       77  WS-CONFERENCIA              PIC X.
           88 WS-CONFERENCIA-OK        VALUE 'S' FALSE 'N'.
       77  WS-CONFIRMA-PENDENCIA       PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-COM-AREA.
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CONCILIA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CONCMAT.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
      *SEM O CONTROLE DE CONCILIACAO, NENHUM MES ESTA CONCILIADO.
           OPEN INPUT CONCILIA.
           IF WS-FS-CNC-OK THEN
               SET WS-CONCILIA-ABERTO-OK TO TRUE
           ELSE
               SET WS-CONCILIA-ABERTO-OK TO FALSE
           END-IF.
      *SEM O CONTROLE DA CONFERENCIA COBRANCA X MATRICULA, NENHUM MES
      *ESTA CONFERIDO.
           OPEN INPUT CONCMAT.
           IF WS-FS-CMT-OK THEN
               SET WS-CONCMAT-ABERTO-OK TO TRUE
           ELSE
               SET WS-CONCMAT-ABERTO-OK TO FALSE
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
                       GO TO P500-FECHA-FIM
                   END-IF
           END-READ.
           PERFORM P540-VERIFICA-CONCILIACAO
                   THRU P540-VERIFICA-CONCILIACAO-FIM.
           IF NOT FL-ASSINADA-SIM THEN
               GO TO P500-FECHA-FIM
           END-IF.
           PERFORM P545-VERIFICA-CONFERENCIA
                   THRU P545-VERIFICA-CONFERENCIA-FIM.
           IF NOT WS-CONFERENCIA-OK THEN
               GO TO P500-FECHA-FIM
           END-IF.
           PERFORM P550-APURA-RESUMO
                   THRU P550-APURA-RESUMO-FIM.
           MOVE WS-COMPETENCIA   TO COMPETENCIA-FECH.
           END-DISPLAY.
           DISPLAY 'CANCELADAS.: ' WS-QT-CANCELADAS
           END-DISPLAY.
           DISPLAY 'BAIXADAS POR PERDA: ' WS-QT-PERDAS
           END-DISPLAY.
       P500-FECHA-FIM.
           EXIT.

      *A TESOURARIA PRECISA TER ASSINADO A CONCILIACAO BANCARIA DO
      *MES (NTFINCNC/CONCILIA.DAT) ANTES DA TRAVA.
       P540-VERIFICA-CONCILIACAO.
           MOVE SPACES         TO FL-ASSINADA.
           MOVE WS-COMPETENCIA TO COMPETENCIA-CONC.
           IF WS-CONCILIA-ABERTO-OK THEN
               READ CONCILIA
                   INVALID KEY
                       MOVE SPACES TO FL-ASSINADA
               END-READ
           END-IF.
           IF NOT FL-ASSINADA-SIM THEN
               DISPLAY 'CONCILIACAO BANCARIA DO MES NAO ASSINADA '
                       'PELA TESOURARIA (NTFINCNC). FECHAMENTO '
                       'RECUSADO.'
               END-DISPLAY
           END-IF.
       P540-VERIFICA-CONCILIACAO-FIM.

      *A CONFERENCIA COBRANCA X MATRICULA DO MES (NTFINCMT/CONCMAT.DAT)
      *TAMBEM PRECISA TER RODADO ANTES DA TRAVA. COM PENDENCIA, SO O
      *SUPERVISOR FECHA, CONFIRMANDO QUE VIU O RELATORIO.
       P545-VERIFICA-CONFERENCIA.
           SET WS-CONFERENCIA-OK TO FALSE.
           MOVE WS-COMPETENCIA TO COMPETENCIA-CMT.
           IF NOT WS-CONCMAT-ABERTO-OK THEN
               MOVE ZEROS TO DT-EXECUCAO-CMT
           ELSE
               READ CONCMAT
                   INVALID KEY
                       MOVE ZEROS TO DT-EXECUCAO-CMT
               END-READ
           END-IF.
           IF DT-EXECUCAO-CMT EQUAL ZEROS THEN
               DISPLAY 'CONFERENCIA COBRANCA X MATRICULA DO MES NAO '
                       'EXECUTADA (NTFINCMT). FECHAMENTO RECUSADO.'
               END-DISPLAY
               GO TO P545-VERIFICA-CONFERENCIA-FIM
           END-IF.
           IF QT-PENDENCIAS-CMT EQUAL ZEROS THEN
               SET WS-CONFERENCIA-OK TO TRUE
               GO TO P545-VERIFICA-CONFERENCIA-FIM
           END-IF.
           DISPLAY 'CONFERENCIA COBRANCA X MATRICULA DE '
                   DT-EXECUCAO-CMT ' COM ' QT-PENDENCIAS-CMT
                   ' PENDENCIA(S) - RELATORIO NO SPOOL ' NR-SPOOL-CMT
                   '.'
           END-DISPLAY.
           IF WS-COM-NIVEL NOT EQUAL 2 THEN
               DISPLAY 'FECHAMENTO COM PENDENCIAS RESTRITO A '
                       'SUPERVISOR. FECHAMENTO RECUSADO.'
               END-DISPLAY
               GO TO P545-VERIFICA-CONFERENCIA-FIM
           END-IF.
           DISPLAY 'CONFIRMA O FECHAMENTO COM AS PENDENCIAS? (S/N)'
           END-DISPLAY.
           ACCEPT WS-CONFIRMA-PENDENCIA
           END-ACCEPT.
           IF WS-CONFIRMA-PENDENCIA EQUAL 'S' THEN
               SET WS-CONFERENCIA-OK TO TRUE
           END-IF.
       P545-VERIFICA-CONFERENCIA-FIM.
           EXIT.

       P550-APURA-RESUMO.
           MOVE ZEROS TO WS-QT-EMITIDAS WS-VL-EMITIDO
                         WS-QT-RECEBIDAS WS-VL-RECEBIDO
                         WS-QT-ABERTAS WS-VL-ABERTO
                         WS-QT-CANCELADAS WS-QT-PERDAS.
           SET WS-EOF-MENSALIDADE-OK TO FALSE.
           CLOSE MENSALIDADE.
           OPEN INPUT MENSALIDADE.
                       EVALUATE TRUE
                           WHEN ST-COBRANCA-CANCELADA
                               ADD 1 TO WS-QT-CANCELADAS
                           WHEN ST-COBRANCA-PERDA AND
                                DT-PAGAMENTO EQUAL ZEROS
                               ADD 1 TO WS-QT-PERDAS
                               ADD VL-PAGO TO WS-VL-RECEBIDO
                           WHEN DT-PAGAMENTO IS GREATER THAN ZEROS
                               ADD 1 TO WS-QT-RECEBIDAS
                               ADD VL-PAGO TO WS-VL-RECEBIDO
                           WHEN OTHER
                               ADD 1 TO WS-QT-ABERTAS
                               ADD VL-PAGO TO WS-VL-RECEBIDO
                               COMPUTE WS-VL-SALDO-COBR =
                                   VL-MENSALIDADE - VL-PAGO
                               IF WS-VL-SALDO-COBR > ZEROS THEN
                                   ADD WS-VL-SALDO-COBR
                                       TO WS-VL-ABERTO
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.
           MOVE REG-FECHAMENTO      TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P600-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           CLOSE FECHAMENTO.
           CLOSE MENSALIDADE.
           CLOSE AUDITORIA.
           CLOSE CONCILIA.
           CLOSE CONCMAT.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
