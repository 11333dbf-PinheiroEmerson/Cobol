      *            NTBKPGEN). CONTA OS REGISTROS DA GERACAO, MOSTRA A
      *            CONTAGEM E SO RECONSTROI O MESTRE DEPOIS DA
      *            CONFIRMACAO DO OPERADOR.
      * Update:    11/09/2023 - A RESTAURACAO SO E FEITA COM A
      *            CO-ASSINATURA DE UM SEGUNDO SUPERVISOR (PGCOASSI),
      *            PEDIDA DEPOIS DA CONFIRMACAO DO OPERADOR.
      * Update:    15/09/2023 - MATRICULA.DAT E ALUTODOS.DAT DECLARADOS
      *            COM A CHAVE ALTERNADA DA OFERTA (MATERIA +
      *            ANO/SEMESTRE), IGUAL EM TODO PROGRAMA QUE ABRE O
      *            ARQUIVO. INDICE MONTADO NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-MESTRE.

           SELECT TODOS-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-MESTRE.

           SELECT APROVADOS
       77  WS-FS-GER                   PIC 99.
           88 WS-FS-GER-OK             VALUE 0.

      *AREA DA CO-ASSINATURA DE UM SEGUNDO SUPERVISOR (PGCOASSI).
       01  WS-PARM-COASSINA.
           03 WS-CS-PROGRAMA           PIC X(08) VALUE 'NTBKPRST'.
           03 WS-CS-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-CS-COASSINANTE        PIC X(10) VALUE SPACES.
           03 WS-CS-RESULTADO          PIC X(01) VALUE SPACES.
               88 WS-CS-COASSINADO     VALUE 'S'.
               88 WS-CS-RECUSADO       VALUE 'N'.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'RESTAURACAO CANCELADA.'
               END-DISPLAY
               GO TO P500-CONFIRMA-RESTAURACAO-FIM
           END-IF.
           MOVE WS-COM-OPERADOR   TO WS-CS-OPERADOR.
           CALL 'PGCOASSI' USING WS-PARM-COASSINA.
           IF WS-CS-RECUSADO THEN
               DISPLAY 'RESTAURACAO CANCELADA.'
               END-DISPLAY
               GO TO P500-CONFIRMA-RESTAURACAO-FIM
           END-IF.
           PERFORM P600-RESTAURA THRU P600-RESTAURA-FIM.
       P500-CONFIRMA-RESTAURACAO-FIM.
           EXIT.

       P600-RESTAURA.
           MOVE ZEROS TO WS-QTD-RESTAURADOS.
