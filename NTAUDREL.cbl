      *            MUITO ACIMA DA MEDIA DO PROPRIO OPERADOR E A
      *            SECAO DAS TENTATIVAS DE LOGIN QUE FALHARAM
      *            (OPERACAO LOGINFALHA, GRAVADA PELOS MENUS).
      * Update:    11/09/2023 - A SECAO DE FALHAS PASSA A LISTAR TAMBEM
      *            AS CO-ASSINATURAS RECUSADAS (OPERACAO COASSRECUS,
      *            GRAVADA PELO PGCOASSI): PROGRAMA, OPERADOR,
      *            SUPERVISOR TENTADO E MOTIVO, COM O TOTAL POR
      *            OPERADOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 WS-OP-TOTAL          PIC 9(06).
               05 WS-OP-FORA-HORARIO   PIC 9(06).
               05 WS-OP-FALHAS-LOGIN   PIC 9(06).
               05 WS-OP-COASS-RECUSADAS PIC 9(06).

      *ACUMULADORES GLOBAIS POR ARQUIVO + TIPO DE OPERACAO.
       01  WS-TABELA-OPERACOES.
                       'RELATAR.'
               END-DISPLAY
           ELSE
               DISPLAY '===== FALHAS DE LOGIN E CO-ASSINATURAS '
                       'RECUSADAS ====='
               END-DISPLAY
               PERFORM P410-LE-REGISTRO THRU P410-LE-REGISTRO-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-AUD-OK
                       ID-OPERADOR-AUDITORIA
               END-DISPLAY
           END-IF.
      *CO-ASSINATURA RECUSADA TAMBEM: PROGRAMA (CHAVE), OPERADOR QUE
      *PEDIU, SUPERVISOR TENTADO E O MOTIVO DA RECUSA.
           IF TP-OPERACAO-AUDITORIA EQUAL 'COASSRECUS' THEN
               DISPLAY DT-AUDITORIA ' ' HR-AUDITORIA
                       ' CO-ASSINATURA RECUSADA EM '
                       CH-REGISTRO-AUDITORIA (1:8)
                       ' OPERADOR ' ID-OPERADOR-AUDITORIA
                       ' SUPERVISOR ' ID-COASSINANTE-AUDITORIA
                       ' - ' DS-DEPOIS-AUDITORIA (1:40)
               END-DISPLAY
           END-IF.
           PERFORM P430-ACUMULA-OPERADOR
                   THRU P430-ACUMULA-OPERADOR-FIM.
           PERFORM P440-ACUMULA-OPERACAO
               MOVE ZEROS TO WS-OP-TOTAL (WS-INDICE-ACHADO)
               MOVE ZEROS TO WS-OP-FORA-HORARIO (WS-INDICE-ACHADO)
               MOVE ZEROS TO WS-OP-FALHAS-LOGIN (WS-INDICE-ACHADO)
               MOVE ZEROS TO WS-OP-COASS-RECUSADAS (WS-INDICE-ACHADO)
           END-IF.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-OP-TOTAL (WS-INDICE-ACHADO)
               IF TP-OPERACAO-AUDITORIA EQUAL 'LOGINFALHA' THEN
                   ADD 1 TO WS-OP-FALHAS-LOGIN (WS-INDICE-ACHADO)
               END-IF
               IF TP-OPERACAO-AUDITORIA EQUAL 'COASSRECUS' THEN
                   ADD 1 TO WS-OP-COASS-RECUSADAS (WS-INDICE-ACHADO)
               END-IF
           END-IF.
       P430-ACUMULA-OPERADOR-FIM.

       P510-IMPRIME-OPERACAO-FIM.

      *SECAO POR OPERADOR: TOTAL, MEDIA DIARIA, FORA DE HORARIO,
      *FALHAS DE LOGIN, CO-ASSINATURAS RECUSADAS E OS DIAS COM VOLUME
      *ACIMA DO DOBRO DA MEDIA DO PROPRIO OPERADOR.
       P600-IMPRIME-OPERADORES.
           DISPLAY '===== ATIVIDADE POR OPERADOR ====='
           END-DISPLAY.
                   WS-OP-FORA-HORARIO (WS-INDICE)
                   ' FALHAS LOGIN '
                   WS-OP-FALHAS-LOGIN (WS-INDICE)
                   ' CO-ASSIN. RECUSADAS '
                   WS-OP-COASS-RECUSADAS (WS-INDICE)
           END-DISPLAY.
           PERFORM P620-IMPRIME-PICO THRU P620-IMPRIME-PICO-FIM
                   VARYING WS-INDICE-2 FROM 1 BY 1
