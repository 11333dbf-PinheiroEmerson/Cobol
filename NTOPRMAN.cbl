      *            ADMINISTRADOR (OPCAO 6, SENHA PADRAO + TROCA
      *            OBRIGATORIA NO PROXIMO LOGIN) E A CONVERSAO UNICA
      *            DAS SENHAS LEGADAS EM CLARO (OPCAO 7).
      * Update:    13/09/2023 - INCLUSAO GRAVA O OPERADOR ATIVO COM A
      *            DATA DE HOJE COMO ULTIMO LOGIN; CONSULTA E LISTAGEM
      *            MOSTRAM A SITUACAO E O ULTIMO LOGIN; NOVA OPCAO 8
      *            REATIVA O OPERADOR BLOQUEADO POR DORMENCIA OU
      *            REVOGADO NA RECERTIFICACAO (NTOPRREV).
      * Update:    19/09/2023 - CADASTRO E ALTERACAO PEDEM A UNIDADE
      *            (CAMPUS) DE LOTACAO DO OPERADOR, CONFERIDA NO
      *            CADASTRO DE UNIDADES (PGUNIDAD), E ATE 5 UNIDADES
      *            AUTORIZADAS (99 = TODAS; EM BRANCO, SO A LOTACAO);
      *            CONSULTA E LISTAGEM MOSTRAM AS DUAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77  WS-QTD-CONVERTIDOS          PIC 9(04)  VALUE ZEROS.

       77  WS-DS-SITUACAO              PIC X(23)  VALUE SPACES.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD): SO A EXISTENCIA DA
      *UNIDADE INFORMADA E CONFERIDA AQUI.
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-INEXISTENTE        VALUE 'I'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).
               88 WS-UN-ATIVA-OK           VALUE 'S'.

       77  WS-IND-UNIDADE              PIC 9(01)  VALUE ZEROS.

       77  WS-EOF-OPERADOR             PIC X.
           88 WS-EOF-OPERADOR-OK       VALUE 'S' FALSE 'N'.

               WHEN '7'
                   PERFORM P560-CONVERTE-SENHAS
                           THRU P560-CONVERTE-SENHAS-FIM
               WHEN '8'
                   PERFORM P570-REATIVA THRU P570-REATIVA-FIM
               WHEN '9'
                   DISPLAY 'MANUTENCAO DE OPERADORES ENCERRADA'
                   END-DISPLAY
           DISPLAY '|<5> - LISTAR OPERADORES      |'.
           DISPLAY '|<6> - RESETAR SENHA          |'.
           DISPLAY '|<7> - CIFRAR SENHAS LEGADAS  |'.
           DISPLAY '|<8> - REATIVAR OPERADOR      |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.
               END-DISPLAY
               SET NV-OPERADOR-COMUM TO TRUE
           END-IF.
           PERFORM P455-PEDE-LOTACAO THRU P455-PEDE-LOTACAO-FIM.
           DISPLAY 'UNIDADES AUTORIZADAS (ATE 5; 99 = TODAS; ZERO '
                   'ENCERRA):'
           END-DISPLAY.
           MOVE ZEROS TO CD-UNIDADE-AUTORIZADA (1)
                         CD-UNIDADE-AUTORIZADA (2)
                         CD-UNIDADE-AUTORIZADA (3)
                         CD-UNIDADE-AUTORIZADA (4)
                         CD-UNIDADE-AUTORIZADA (5).
           MOVE 1 TO WS-IND-UNIDADE.
           PERFORM P460-PEDE-AUTORIZADA THRU P460-PEDE-AUTORIZADA-FIM
                   UNTIL WS-IND-UNIDADE EQUAL ZEROS.
       P450-PEDE-DADOS-FIM.

      *A LOTACAO PRECISA EXISTIR E ESTAR ATIVA NO CADASTRO DE
      *UNIDADES; ZERO OU INEXISTENTE FICA NA SEDE (01).
       P455-PEDE-LOTACAO.
           DISPLAY 'INFORME A UNIDADE DE LOTACAO (01=SEDE).: '
           END-DISPLAY.
           ACCEPT CD-UNIDADE-LOTACAO
           END-ACCEPT.
           MOVE ID-OPERADOR        TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-LOTACAO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF CD-UNIDADE-LOTACAO EQUAL ZEROS OR WS-UN-INEXISTENTE OR
              NOT WS-UN-ATIVA-OK THEN
               DISPLAY 'UNIDADE INEXISTENTE OU INATIVA. ASSUMIDA 01 '
                       '(SEDE).'
               END-DISPLAY
               MOVE 01 TO CD-UNIDADE-LOTACAO
           END-IF.
       P455-PEDE-LOTACAO-FIM.

      *LE AS UNIDADES AUTORIZADAS ATE ZERO OU ATE COMPLETAR AS 5.
      *UNIDADE INEXISTENTE E RECUSADA E PEDIDA DE NOVO.
       P460-PEDE-AUTORIZADA.
           DISPLAY 'UNIDADE AUTORIZADA ' WS-IND-UNIDADE
                   '.....................: '
           END-DISPLAY.
           ACCEPT CD-UNIDADE-AUTORIZADA (WS-IND-UNIDADE)
           END-ACCEPT.
           IF CD-UNIDADE-AUTORIZADA (WS-IND-UNIDADE) EQUAL ZEROS THEN
               MOVE ZEROS TO WS-IND-UNIDADE
               GO TO P460-PEDE-AUTORIZADA-FIM
           END-IF.
           IF CD-UNIDADE-AUTORIZADA (WS-IND-UNIDADE) NOT EQUAL 99
               THEN
               MOVE CD-UNIDADE-AUTORIZADA (WS-IND-UNIDADE)
                    TO WS-UN-UNIDADE
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
               IF WS-UN-INEXISTENTE OR NOT WS-UN-ATIVA-OK THEN
                   DISPLAY 'UNIDADE INEXISTENTE OU INATIVA.'
                   END-DISPLAY
                   MOVE ZEROS TO CD-UNIDADE-AUTORIZADA (WS-IND-UNIDADE)
                   GO TO P460-PEDE-AUTORIZADA-FIM
               END-IF
           END-IF.
           IF WS-IND-UNIDADE EQUAL 5 THEN
               MOVE ZEROS TO WS-IND-UNIDADE
           ELSE
               ADD 1 TO WS-IND-UNIDADE
           END-IF.
       P460-PEDE-AUTORIZADA-FIM.
           EXIT.

       P500-INCLUI.
           PERFORM P440-PEDE-ID    THRU P440-PEDE-ID-FIM.
           PERFORM P450-PEDE-DADOS THRU P450-PEDE-DADOS-FIM.
      *O OPERADOR NOVO NASCE ATIVO E COM O ULTIMO LOGIN EM HOJE, PARA
      *NAO CAIR NA DORMENCIA ANTES DO PRIMEIRO ACESSO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO DT-ULTIMO-LOGIN.
           SET ST-OPERADOR-ATIVO TO TRUE.
           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY 'OPERADOR JAH CADASTRADO.'
                   ' - NOME: ' NM-OPERADOR
                   ' - NIVEL: ' NV-OPERADOR
           END-DISPLAY.
           EVALUATE TRUE
               WHEN ST-OPERADOR-REVOGADO
                   MOVE 'REVOGADO' TO WS-DS-SITUACAO
               WHEN ST-OPERADOR-DORMENTE
                   MOVE 'BLOQUEADO POR DORMENCIA' TO WS-DS-SITUACAO
               WHEN OTHER
                   MOVE 'ATIVO' TO WS-DS-SITUACAO
           END-EVALUATE.
           DISPLAY '        SITUACAO: ' WS-DS-SITUACAO
                   ' - ULTIMO LOGIN: ' DT-ULTIMO-LOGIN
           END-DISPLAY.
           DISPLAY '        LOTACAO: ' CD-UNIDADE-LOTACAO
                   ' - AUTORIZADAS: ' CD-UNIDADE-AUTORIZADA (1)
                   ' ' CD-UNIDADE-AUTORIZADA (2)
                   ' ' CD-UNIDADE-AUTORIZADA (3)
                   ' ' CD-UNIDADE-AUTORIZADA (4)
                   ' ' CD-UNIDADE-AUTORIZADA (5)
           END-DISPLAY.
       P515-MOSTRA-FIM.

       P520-ALTERA.
           END-READ.
       P565-CONVERTE-UM-FIM.

      *REATIVACAO DO OPERADOR BLOQUEADO POR DORMENCIA NO LOGIN OU
      *REVOGADO NA RECERTIFICACAO. O ULTIMO LOGIN VAI PARA HOJE, SENAO
      *O PROXIMO LOGIN BLOQUEARIA DE NOVO PELA MESMA DORMENCIA.
       P570-REATIVA.
           PERFORM P440-PEDE-ID THRU P440-PEDE-ID-FIM.
           READ OPERADOR
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM P515-MOSTRA THRU P515-MOSTRA-FIM
                   IF ST-OPERADOR-ATIVO THEN
                       DISPLAY 'OPERADOR JA ESTA ATIVO.'
                       END-DISPLAY
                   ELSE
                       DISPLAY 'DESEJA REATIVAR O OPERADOR?'
                       END-DISPLAY
                       ACCEPT WS-AUX-CONFIRMA
                       END-ACCEPT
                       IF WS-AUX-CONFIRMA-OK THEN
                           MOVE FUNCTION CURRENT-DATE
                                TO WS-DATA-HORA-ATUAL
                           MOVE WS-DH-DATA TO DT-ULTIMO-LOGIN
                           SET ST-OPERADOR-ATIVO TO TRUE
                           REWRITE REG-OPERADOR
                               INVALID KEY
                                   DISPLAY 'ERRO AO REATIVAR O '
                                           'OPERADOR.'
                                   END-DISPLAY
                               NOT INVALID KEY
                                   DISPLAY 'OPERADOR REATIVADO COM '
                                           'SUCESSO.'
                                   END-DISPLAY
                           END-REWRITE
                       ELSE
                           DISPLAY 'O OPERADOR NAO FOI REATIVADO.'
                           END-DISPLAY
                       END-IF
                   END-IF
           END-READ.
       P570-REATIVA-FIM.

       P420-FECHA-ARQ.
           CLOSE OPERADOR.
       P420-FECHA-ARQ-FIM.
