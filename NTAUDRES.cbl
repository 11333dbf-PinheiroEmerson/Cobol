      *            RESTRITO A SUPERVISOR. A AUDITORIA DEIXA DE SER SO
      *            O REGISTRO DO ESTRAGO E VIRA A FERRAMENTA DE
      *            RECUPERACAO.
      * Update:    05/12/2022 - FILTRO DE CHAVE AMPLIADO PARA 20
      *            POSICOES, ACOMPANHANDO A CHAVE DA AUDITORIA.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    11/09/2023 - A RESTAURACAO CONFIRMADA SO E GRAVADA
      *            COM A CO-ASSINATURA DE UM SEGUNDO SUPERVISOR NO MESMO
      *            TERMINAL (PGCOASSI), QUE VAI NA AUDITORIA JUNTO COM O
      *            OPERADOR.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      *CRITERIOS DA LOCALIZACAO E OCORRENCIA ESCOLHIDA.
       77  WS-FT-ARQUIVO               PIC X(10) VALUE SPACES.
       77  WS-FT-CHAVE                 PIC X(20) VALUE SPACES.
       77  WS-FT-DATA                  PIC 9(08) VALUE ZEROS.
       77  WS-OCORRENCIA-ALVO          PIC 9(03) VALUE ZEROS.
       77  WS-OCORRENCIA-ATUAL         PIC 9(03) VALUE ZEROS.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.

      *AREA DA CO-ASSINATURA DE UM SEGUNDO SUPERVISOR (PGCOASSI) E DO
      *ENCADEAMENTO DA AUDITORIA (PGAUDELO), QUE LEVA O CO-ASSINANTE
      *PARA CADA REGISTRO GRAVADO.
       01  WS-PARM-COASSINA.
           03 WS-CS-PROGRAMA           PIC X(08) VALUE 'NTAUDRES'.
           03 WS-CS-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-CS-COASSINANTE        PIC X(10) VALUE SPACES.
           03 WS-CS-RESULTADO          PIC X(01) VALUE SPACES.
               88 WS-CS-COASSINADO     VALUE 'S'.
               88 WS-CS-RECUSADO       VALUE 'N'.

       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

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
           MOVE WS-CS-COASSINANTE TO WS-EL-COASSINANTE.
           IF WS-CS-RECUSADO THEN
               DISPLAY 'RESTAURACAO CANCELADA.'
               END-DISPLAY
               GO TO P500-CONFIRMA-RESTAURACAO-FIM
           END-IF.
           PERFORM P600-RESTAURA THRU P600-RESTAURA-FIM.
       P500-CONFIRMA-RESTAURACAO-FIM.
           EXIT.

       P600-RESTAURA.
           EVALUATE WS-FT-ARQUIVO
           MOVE WS-IMAGEM-ANTES     TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
           CLOSE AUDITORIA.
       P700-AUDITA-RESTAURACAO-FIM.

