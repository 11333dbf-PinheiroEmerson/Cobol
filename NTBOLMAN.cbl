      *            ANTES E DEPOIS, COMO AS DEMAIS ALTERACOES DE
      *            MESTRES. O DESCONTO E APLICADO PELA ABERTURA DE
      *            COMPETENCIA (NTFINABR) SOBRE O PRECO DO CURSO.
      * Update:    17/07/2023 - A CONSULTA MOSTRA O RESULTADO DA ULTIMA
      *            AVALIACAO DE RENOVACAO (NTBOLREV); CONCESSAO OU
      *            ALTERACAO PELO SUPERVISOR RECOMECA O CICLO DE
      *            RENOVACAO, LIMPANDO OBSERVACAO E REVOGACAO PENDENTE.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           MOVE WS-DS-MOTIVO    TO DS-MOTIVO-BOLSA.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-BOLSA.
           MOVE WS-DH-DATA      TO DT-CONCESSAO-BOLSA.
      *CONCESSAO OU ALTERACAO PELO SUPERVISOR RECOMECA O CICLO DE
      *RENOVACAO (NTBOLREV): SEM OBSERVACAO E SEM REVOGACAO PENDENTE.
           MOVE SPACE           TO ST-AVALIACAO-BOLSA.
           MOVE ZEROS           TO AS-AVALIACAO-BOLSA.
           MOVE ZEROS           TO CP-REVOGACAO-BOLSA.
           IF WS-TP-OPERACAO EQUAL 'INCLUSAO' THEN
               WRITE REG-BOLSA
                   INVALID KEY
                   DISPLAY 'CONCEDIDA : ' DT-CONCESSAO-BOLSA
                           ' POR ' ID-OPERADOR-BOLSA
                   END-DISPLAY
                   PERFORM P525-MOSTRA-RENOVACAO
                           THRU P525-MOSTRA-RENOVACAO-FIM
           END-READ.
       P520-CONSULTA-FIM.

      *RESULTADO DA ULTIMA AVALIACAO DE RENOVACAO APLICADA (NTBOLREV).
       P525-MOSTRA-RENOVACAO.
           EVALUATE TRUE
               WHEN BOLSA-RENOVADA
                   DISPLAY 'RENOVACAO : RENOVADA NO PERIODO '
                           AS-AVALIACAO-BOLSA
                   END-DISPLAY
               WHEN BOLSA-EM-OBSERVACAO
                   DISPLAY 'RENOVACAO : EM OBSERVACAO DESDE O PERIODO '
                           AS-AVALIACAO-BOLSA
                   END-DISPLAY
               WHEN BOLSA-REVOGADA
                   DISPLAY 'RENOVACAO : REVOGADA NO PERIODO '
                           AS-AVALIACAO-BOLSA
                           ' - SEM DESCONTO A PARTIR DE '
                           CP-REVOGACAO-BOLSA
                   END-DISPLAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       P525-MOSTRA-RENOVACAO-FIM.

      *REGISTRA NA AUDITORIA A CONCESSAO, ALTERACAO OU REVOGACAO DA
      *BOLSA, COM AS IMAGENS ANTES E DEPOIS E O OPERADOR DA SESSAO.
       P530-GRAVA-AUDITORIA.
           MOVE REG-BOLSA           TO DS-DEPOIS-AUDITORIA.
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
       P530-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
