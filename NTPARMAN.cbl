      *              DIAS-FAIXA-2         (PADRAO 30 DIAS)
      *              DIAS-FAIXA-3         (PADRAO 90 DIAS)
      *              FAIXA-BLOQUEIO       (PADRAO 3)
      * Update:    11/09/2023 - INCLUSAO/ALTERACAO E EXCLUSAO SO COM A
      *            CO-ASSINATURA DE UM SEGUNDO SUPERVISOR (PGCOASSI).
      *            NOVA FAMILIA DE PARAMETROS:
      *              COASSINA-<PROGRAMA>  (PADRAO 1 = EXIGE
      *                                    CO-ASSINATURA; 0 = DISPENSA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-FS-PAR                   PIC 99.
           88 WS-FS-PAR-OK             VALUE 0.

      *AREA DA CO-ASSINATURA DE UM SEGUNDO SUPERVISOR (PGCOASSI).
       01  WS-PARM-COASSINA.
           03 WS-CS-PROGRAMA           PIC X(08) VALUE 'NTPARMAN'.
           03 WS-CS-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-CS-COASSINANTE        PIC X(10) VALUE SPACES.
           03 WS-CS-RESULTADO          PIC X(01) VALUE SPACES.
               88 WS-CS-COASSINADO     VALUE 'S'.
               88 WS-CS-RECUSADO       VALUE 'N'.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           MOVE WS-NOME-PARAMETRO TO NM-PARAMETRO.
       P440-PEDE-NOME-FIM.

      *O PGCOASSI LE O SEU PROPRIO PARAMETRO (PGPARLER) - O ARQUIVO E
      *FECHADO DURANTE A CO-ASSINATURA E REABERTO EM SEGUIDA.
       P450-PEDE-COASSINATURA.
           CLOSE PARAMETRO.
           MOVE WS-COM-OPERADOR   TO WS-CS-OPERADOR.
           CALL 'PGCOASSI' USING WS-PARM-COASSINA.
           OPEN I-O PARAMETRO.
       P450-PEDE-COASSINATURA-FIM.

       P500-INCLUI-ALTERA.
           PERFORM P440-PEDE-NOME THRU P440-PEDE-NOME-FIM.
           DISPLAY 'VALOR DO PARAMETRO.....................: '
           END-DISPLAY.
           ACCEPT WS-VALOR-PARAMETRO
           END-ACCEPT.
           PERFORM P450-PEDE-COASSINATURA
                   THRU P450-PEDE-COASSINATURA-FIM.
           IF WS-CS-RECUSADO THEN
               DISPLAY 'OPERACAO CANCELADA. NADA FOI ALTERADO.'
               END-DISPLAY
               GO TO P500-INCLUI-ALTERA-FIM
           END-IF.
           MOVE WS-NOME-PARAMETRO  TO NM-PARAMETRO.
           MOVE WS-VALOR-PARAMETRO TO VL-PARAMETRO.
           WRITE REG-PARAMETRO
                   END-DISPLAY
           END-WRITE.
       P500-INCLUI-ALTERA-FIM.
           EXIT.

       P510-CONSULTA.
           PERFORM P440-PEDE-NOME THRU P440-PEDE-NOME-FIM.

       P520-EXCLUI.
           PERFORM P440-PEDE-NOME THRU P440-PEDE-NOME-FIM.
           PERFORM P450-PEDE-COASSINATURA
                   THRU P450-PEDE-COASSINATURA-FIM.
           IF WS-CS-RECUSADO THEN
               DISPLAY 'OPERACAO CANCELADA. NADA FOI ALTERADO.'
               END-DISPLAY
               GO TO P520-EXCLUI-FIM
           END-IF.
           DELETE PARAMETRO RECORD
               INVALID KEY
                   DISPLAY 'PARAMETRO NAO CADASTRADO.'
                   END-DISPLAY
           END-DELETE.
       P520-EXCLUI-FIM.
           EXIT.

       P530-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS.
