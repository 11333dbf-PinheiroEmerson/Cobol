      *            LISTAGEM DAS CONTAS DE DEBITO E CREDITO DE CADA
      *            EVENTO FINANCEIRO (EM, RC, MU, JU, CA). USADO
      *            PELA EXPORTACAO CONTABIL MENSAL (NTCTBEXP).
      * Update:    16/01/2023 - INCLUIDO O EVENTO DP (DESCONTO DE
      *            PONTUALIDADE CONCEDIDO NA BAIXA) NO MAPA DE CONTAS.
      * Update:    06/02/2023 - INCLUIDOS OS EVENTOS PE (BAIXA POR
      *            PERDA) E RP (RECUPERACAO DE PERDA) NO MAPA DE CONTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       P430-MONTA-TELA-FIM.

       P500-INCLUI.
           DISPLAY 'EVENTO (EM/RC/MU/JU/CA/DP/PE/RP).......: '
           END-DISPLAY.
           ACCEPT WS-CD-EVENTO
           END-ACCEPT.
       P500-INCLUI-FIM.

       P510-EXCLUI.
           DISPLAY 'EVENTO (EM/RC/MU/JU/CA/DP/PE/RP).......: '
           END-DISPLAY.
           ACCEPT WS-CD-EVENTO
           END-ACCEPT.
