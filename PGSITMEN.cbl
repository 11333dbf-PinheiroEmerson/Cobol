      *            AS TAXAS AVULSAS: A INADIMPLENCIA QUE BLOQUEIA
      *            MATRICULA E SO A DE MENSALIDADE (TP-COBRANCA).
      *            MESMO PADRAO DE ROTINA CHAMAVEL DO PGPARLER.
      * Update:    12/12/2022 - O VALOR VENCIDO DEVOLVIDO PASSA A SER O
      *            SALDO EM ABERTO DAS COBRANCAS (FACE MAIS ENCARGOS
      *            MENOS O JA PAGO EM BAIXAS PARCIAIS), NAO MAIS O VALOR
      *            DE FACE.
      * Update:    06/02/2023 - COBRANCA BAIXADA POR PERDA (ST-COBRANCA
      *            P, NTFINPER) DEIXA DE CONTAR COMO VENCIDA, COMO A
      *            CANCELADA; VALE TAMBEM PARA AS FAIXAS DE ATRASO DO
      *            PGFXINAD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

      *SALDO EM ABERTO DA COBRANCA: FACE MAIS ENCARGOS JA LANCADOS,
      *MENOS O JA ABATIDO EM BAIXAS PARCIAIS.
       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.

       77  WS-VENCIDA-CONTA            PIC X.
           88 WS-VENCIDA-CONTA-OK      VALUE 'S' FALSE 'N'.

                   ELSE
                       IF DT-PAGAMENTO EQUAL ZEROS AND
                          NOT ST-COBRANCA-CANCELADA AND
                          NOT ST-COBRANCA-PERDA AND
                          (TP-COBRANCA-MENSALIDADE OR
                           TP-COBRANCA EQUAL SPACES) AND
                          DT-VENCIMENTO IS LESS THAN WS-DH-DATA THEN
           END-IF.
           IF WS-VENCIDA-CONTA-OK THEN
               ADD 1               TO LK-QT-VENCIDAS
               COMPUTE WS-VL-SALDO-COBR = VL-MENSALIDADE + VL-MULTA
                                        + VL-JUROS - VL-PAGO
               IF WS-VL-SALDO-COBR IS GREATER THAN ZEROS THEN
                   ADD WS-VL-SALDO-COBR TO LK-VL-VENCIDO
               END-IF
               IF LK-DT-VENC-ANTIGA EQUAL ZEROS OR
                  DT-VENCIMENTO IS LESS THAN LK-DT-VENC-ANTIGA THEN
                   MOVE DT-VENCIMENTO TO LK-DT-VENC-ANTIGA
