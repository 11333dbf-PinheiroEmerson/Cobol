      *            PARA NAO SOBRESCREVER TRABALHO POSTERIOR. CADA
      *            REGISTRO DESFEITO E AUDITADO COMO ESTORNO.
      *            RESTRITO A SUPERVISOR.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    11/09/2023 - O ESTORNO CONFIRMADO SO E EXECUTADO COM
      *            A CO-ASSINATURA DE UM SEGUNDO SUPERVISOR NO MESMO
      *            TERMINAL (PGCOASSI), QUE VAI NA AUDITORIA JUNTO COM O
      *            OPERADOR.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    05/12/2022 - A CHAVE DE ALUTODOS GRAVADA NA
      *            AUDITORIA PASSA A LEVAR O ANO-SEMESTRE DA TENTATIVA
      *            (15 POSICOES); ALUAPROV SEGUE COM ALUNO + MATERIA.
      * Update:    08/10/2022 - ALUAPROV AUSENTE (ESPELHO JA
      *            RECOLHIDO) DEIXA DE ABORTAR O ESTORNO: SEM O
      *            ARQUIVO NAO HA NADA A ESPELHAR E O DESFAZIMENTO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT APROVADOS
       01  WS-TB-GRAVACOES.
           03 WS-TB-ENTRADA            OCCURS 200 TIMES.
               05 WS-TB-ARQUIVO        PIC X(10).
               05 WS-TB-CHAVE          PIC X(20).
               05 WS-TB-ANTES          PIC X(250).

       77  WS-QTD-ENTRADAS             PIC 9(03) COMP VALUE ZEROS.
       01  WS-IMAGEM-ATUAL             PIC X(250) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS            PIC X(250) VALUE SPACES.
       77  WS-NM-ARQUIVO-ALVO          PIC X(10) VALUE SPACES.
       77  WS-CH-ALVO                  PIC X(20) VALUE SPACES.

       77  WS-EXISTIA                  PIC X.
           88 WS-EXISTIA-OK            VALUE 'S' FALSE 'N'.
       77  WS-TEM-ESPELHO              PIC X     VALUE 'S'.
           88 WS-TEM-ESPELHO-OK        VALUE 'S' FALSE 'N'.

      *AREA DA CO-ASSINATURA DE UM SEGUNDO SUPERVISOR (PGCOASSI) E DO
      *ENCADEAMENTO DA AUDITORIA (PGAUDELO), QUE LEVA O CO-ASSINANTE
      *PARA CADA REGISTRO GRAVADO.
       01  WS-PARM-COASSINA.
           03 WS-CS-PROGRAMA           PIC X(08) VALUE 'NTBCKOUT'.
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
               DISPLAY 'ESTORNO CANCELADO.'
               END-DISPLAY
               GO TO P500-AVALIA-LEVANTAMENTO-FIM
           END-IF.
           MOVE WS-COM-OPERADOR   TO WS-CS-OPERADOR.
           CALL 'PGCOASSI' USING WS-PARM-COASSINA.
           MOVE WS-CS-COASSINANTE TO WS-EL-COASSINANTE.
           IF WS-CS-RECUSADO THEN
               DISPLAY 'ESTORNO CANCELADO.'
               END-DISPLAY
               GO TO P500-AVALIA-LEVANTAMENTO-FIM
           END-IF.
           PERFORM P600-DESFAZ-EXECUCAO
                   THRU P600-DESFAZ-EXECUCAO-FIM.
       P500-AVALIA-LEVANTAMENTO-FIM.
           EXIT.

       P620-DESFAZ-TODOS.
           MOVE SPACES TO WS-IMAGEM-ATUAL.
           SET WS-EXISTIA-OK TO FALSE.
           MOVE WS-CH-ALVO (1:15) TO CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   CONTINUE
           MOVE WS-IMAGEM-DEPOIS    TO DS-DEPOIS-AUDITORIA.
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
       P700-AUDITA-ESTORNO-FIM.

       P900-FINALIZA.
