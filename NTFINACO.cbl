      *            E AS CARTAS. O NUMERO DO ACORDO VEM DO CONTADOR
      *            ACORDSEQ.CTL (MESMO PADRAO DO NTALUDEC) E TODA
      *            MUDANCA E AUDITADA COM IMAGENS ANTES/DEPOIS.
      * Update:    12/12/2022 - O VALOR CONSOLIDADO NO ACORDO PASSA A
      *            DESCONTAR O JA PAGO EM BAIXA PARCIAL DAS COBRANCAS
      *            ORIGINAIS.
      * Update:    13/02/2023 - COBRANCA NEGATIVADA NO BIRO (NTFINNEG)
      *            CONSOLIDADA EM ACORDO OU BAIXADA NA QUITACAO DELE
      *            FICA COM A EXCLUSAO PENDENTE (ST-NEGATIVACAO B E
      *            DT-BAIXA-NEGAT DE CFPK0008); A QUE SO TINHA O AVISO
      *            PREVIO TEM O AVISO DESFEITO.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - A AUDITORIA DA COBRANCA GRAVA A CHAVE
      *            INTEIRA DE MENSALIDADE (ALUNO, COMPETENCIA E TIPO), E
      *            NAO SO AS 10 PRIMEIRAS POSICOES, QUE MISTURAVAM MESES
      *            E TIPOS DE COBRANCA DO MESMO ALUNO. O NUMERO DO
      *            REGISTRO DE AUDITORIA SO E CONFIRMADO NO PGAUDELO
      *            (ACAO 'G') DEPOIS DO WRITE BEM-SUCEDIDO; WRITE QUE
      *            FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

      *AREA DA DERIVACAO DE SITUACAO DE MENSALIDADE (PGSITMEN).
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
       77  WS-FS-SEQ                   PIC 99.
           88 WS-FS-SEQ-OK             VALUE 0.

                               ADD 1 TO WS-QTD-CONSOLIDADAS
                               ADD VL-MENSALIDADE
                                   TO WS-VL-CONSOLIDADO
                               SUBTRACT VL-PAGO
                                   FROM WS-VL-CONSOLIDADO
                           ELSE
                               PERFORM P547-MARCA-COBRANCA
                                       THRU P547-MARCA-COBRANCA-FIM
       P547-MARCA-COBRANCA.
           MOVE REG-MENSALIDADE TO WS-REG-ANTES.
           MOVE WS-NR-ACORDO    TO NR-ACORDO.
           PERFORM P548-BAIXA-NEGATIVACAO
                   THRU P548-BAIXA-NEGATIVACAO-FIM.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A COBRANCA '
               NOT INVALID KEY
                   MOVE 'MENSALIDA' TO WS-AUD-ARQUIVO
                   MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                   MOVE CH-MENSALIDADE TO WS-AUD-CHAVE
                   MOVE REG-MENSALIDADE TO WS-AUD-DEPOIS
                   PERFORM P600-GRAVA-AUDITORIA
                           THRU P600-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P547-MARCA-COBRANCA-FIM.

      *COBRANCA NEGATIVADA NO BIRO QUE ENTRA EM ACORDO (OU E BAIXADA
      *NA QUITACAO DELE) FICA COM A EXCLUSAO PENDENTE DESDE HOJE, PARA
      *O NTFINNEG; SE SO HAVIA O AVISO PREVIO, O AVISO E DESFEITO.
       P548-BAIXA-NEGATIVACAO.
           IF ST-NEGAT-INCLUIDA THEN
               SET ST-NEGAT-A-EXCLUIR TO TRUE
               MOVE WS-DH-DATA TO DT-BAIXA-NEGAT
               DISPLAY 'COBRANCA ' CH-MENSALIDADE ' NEGATIVADA: '
                       'EXCLUSAO NO BIRO PENDENTE (NTFINNEG).'
               END-DISPLAY
           END-IF.
           IF ST-NEGAT-AVISADA THEN
               MOVE SPACES TO ST-NEGATIVACAO
           END-IF.
       P548-BAIXA-NEGATIVACAO-FIM.

      *REGISTRA O PAGAMENTO DE UMA PARCELA DO ACORDO; NA ULTIMA, AS
      *COBRANCAS ORIGINAIS SAO BAIXADAS E O PLANO E QUITADO.
       P510-PAGA-PARCELA.
                           MOVE REG-MENSALIDADE TO WS-REG-ANTES
                           MOVE WS-DH-DATA      TO DT-PAGAMENTO
                           MOVE VL-MENSALIDADE  TO VL-PAGO
                           PERFORM P548-BAIXA-NEGATIVACAO
                                   THRU P548-BAIXA-NEGATIVACAO-FIM
                           REWRITE REG-MENSALIDADE
                               INVALID KEY
                                   DISPLAY 'ERRO AO BAIXAR A '
                                        TO WS-AUD-ARQUIVO
                                   MOVE 'PAGAMENTO'
                                        TO WS-AUD-OPERACAO
                                   MOVE CH-MENSALIDADE
                                        TO WS-AUD-CHAVE
                                   MOVE REG-MENSALIDADE
                                        TO WS-AUD-DEPOIS
           MOVE WS-AUD-DEPOIS       TO DS-DEPOIS-AUDITORIA.
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

      *REDERIVA A SITUACAO DE MENSALIDADE DO ALUNO EM WS-ID-ALUNO
