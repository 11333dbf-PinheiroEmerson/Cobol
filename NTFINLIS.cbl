      * Purpose:   LISTAGEM DAS COBRANCAS DE MENSALIDADE EM ABERTO,
      *            COM MARCACAO DAS JA VENCIDAS E TOTALIZACAO POR
      *            QUANTIDADE E VALOR.
      * Update:    06/03/2023 - MULTA DA BIBLIOTECA (TP-COBRANCA B,
      *            NTBIBDEV) GANHA LINHA PROPRIA NA QUEBRA DO TOTAL EM
      *            ABERTO.
      * Update:    06/02/2023 - COBRANCA BAIXADA POR PERDA (ST-COBRANCA
      *            P, NTFINPER) DEIXA DE ENTRAR NA LISTAGEM E NOS TOTAIS
      *            DE ABERTO.
      * Update:    12/12/2022 - COBRANCA EM ABERTO PASSA A ENTRAR NA
      *            LISTAGEM E NOS TOTAIS PELO SALDO DEVIDO (FACE MAIS
      *            ENCARGOS MENOS O JA PAGO EM BAIXA PARCIAL).
      * Update:    10/11/2022 - O RESUMO PASSA A QUEBRAR O TOTAL EM
      *            ABERTO POR TIPO DE COBRANCA (TP-COBRANCA DA CHAVE
      *            AMPLIADA DE CFPK0008).
       77  WS-VL-TAXAS-MATRICULA       PIC 9(07)V99 VALUE ZEROS.
       77  WS-VL-TAXAS-DOCUMENTO       PIC 9(07)V99 VALUE ZEROS.
       77  WS-VL-TAXAS-RECUPERACAO     PIC 9(07)V99 VALUE ZEROS.
       77  WS-VL-MULTAS-BIBLIOTECA     PIC 9(07)V99 VALUE ZEROS.

       77  WS-MARCA-VENCIDA            PIC X(10) VALUE SPACES.

      *SALDO EM ABERTO DA COBRANCA: FACE MAIS ENCARGOS, MENOS O JA
      *PAGO EM BAIXA PARCIAL.
       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.
       77  WS-VL-SALDO-EDIT            PIC 9(05)V99 VALUE ZEROS.

       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.

           INITIALIZE WS-FS-F WS-QTD-ABERTAS WS-QTD-VENCIDAS
                      WS-VL-TOTAL-ABERTO WS-VL-MENSALIDADES
                      WS-VL-TAXAS-MATRICULA WS-VL-TAXAS-DOCUMENTO
                      WS-VL-TAXAS-RECUPERACAO WS-VL-MULTAS-BIBLIOTECA
                      WS-DATA-HORA-ATUAL
                      WS-MARCA-VENCIDA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY '  TAXAS DE RECUPERACAO.: '
                   WS-VL-TAXAS-RECUPERACAO
           END-DISPLAY.
           DISPLAY '  MULTAS DA BIBLIOTECA.: '
                   WS-VL-MULTAS-BIBLIOTECA
           END-DISPLAY.
       P200-PROCESSA-FIM.

       P400-ABRE-ARQ.

      *SO ENTRA NA LISTAGEM A COBRANCA AINDA SEM PAGAMENTO. AS JA
      *VENCIDAS SAO MARCADAS PARA DESTACAR OS ALUNOS INADIMPLENTES.
      *A BAIXADA POR PERDA (NTFINPER) NAO E MAIS SALDO A RECEBER.
       P430-LISTA-REGISTRO.
           IF DT-PAGAMENTO EQUAL ZEROS AND
              NOT ST-COBRANCA-CANCELADA AND
              NOT ST-COBRANCA-PERDA THEN
               ADD 1 TO WS-QTD-ABERTAS
               COMPUTE WS-VL-SALDO-COBR = VL-MENSALIDADE + VL-MULTA
                                        + VL-JUROS - VL-PAGO
               IF WS-VL-SALDO-COBR IS LESS THAN ZEROS THEN
                   MOVE ZEROS TO WS-VL-SALDO-COBR
               END-IF
               MOVE WS-VL-SALDO-COBR TO WS-VL-SALDO-EDIT
               ADD WS-VL-SALDO-COBR TO WS-VL-TOTAL-ABERTO
               EVALUATE TRUE
                   WHEN TP-COBRANCA-MATRICULA
                       ADD WS-VL-SALDO-COBR TO WS-VL-TAXAS-MATRICULA
                   WHEN TP-COBRANCA-DOCUMENTO
                       ADD WS-VL-SALDO-COBR TO WS-VL-TAXAS-DOCUMENTO
                   WHEN TP-COBRANCA-RECUPERACAO
                       ADD WS-VL-SALDO-COBR
                           TO WS-VL-TAXAS-RECUPERACAO
                   WHEN TP-COBRANCA-BIBLIOTECA
                       ADD WS-VL-SALDO-COBR
                           TO WS-VL-MULTAS-BIBLIOTECA
                   WHEN OTHER
                       ADD WS-VL-SALDO-COBR TO WS-VL-MENSALIDADES
               END-EVALUATE
               IF DT-VENCIMENTO IS LESS THAN WS-DH-DATA THEN
                   ADD 1 TO WS-QTD-VENCIDAS
               DISPLAY 'ALUNO: ' ID-ALUNO OF CH-MENSALIDADE
                       ' - TIPO: ' TP-COBRANCA
                       ' - COMPETENCIA: ' COMPETENCIA
                       ' - VALOR: ' WS-VL-SALDO-EDIT
                       ' - VENCIMENTO: ' DT-VENCIMENTO
                       WS-MARCA-VENCIDA
               END-DISPLAY
