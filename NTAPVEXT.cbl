      *            MATRICULA CONTAREM O CREDITO SEM GAMBIARRA DE
      *            NOTA FALSA. RESTRITO A SUPERVISOR E AUDITADO COMO
      *            AS DEMAIS ALTERACOES DE MESTRES.
      * Update:    05/12/2022 - ALUTODOS PASSA A TER O ANO-SEMESTRE NA
      *            CHAVE: O RESULTADO EXTERNO FICA NO PERIODO ZERO E O
      *            REGISTRO SO E RECUSADO QUANDO O ALUNO JA TEM
      *            APROVACAO NA MATERIA OU CREDITO EXTERNO; REPROVACAO
      *            ANTERIOR NAO IMPEDE O APROVEITAMENTO.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TODOS-ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT ALUNOS
       77  WS-MATERIA-EXISTE           PIC X.
           88 WS-MATERIA-EXISTE-OK     VALUE 'S' FALSE 'N'.

      *CONTROLES DA VARREDURA DAS TENTATIVAS DO ALUNO NA MATERIA.
       77  WS-EOF-TENTATIVA            PIC X.
           88 WS-EOF-TENTATIVA-OK      VALUE 'S' FALSE 'N'.
       77  WS-TEM-RESULTADO            PIC X.
           88 WS-TEM-RESULTADO-OK      VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-FS-E                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
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
           END-START.
       P450-EXISTE-MATERIA-FIM.

      *PERCORRE AS TENTATIVAS DO ALUNO NA MATERIA (CHAVE ALUNO +
      *MATERIA + ANO-SEMESTRE): APROVACAO EM QUALQUER PERIODO, OU UM
      *CREDITO EXTERNO JA GRAVADO, IMPEDE NOVO APROVEITAMENTO.
       P455-VERIFICA-RESULTADO.
           SET WS-TEM-RESULTADO-OK TO FALSE.
           SET WS-EOF-TENTATIVA-OK TO FALSE.
           MOVE WS-ID-ALUNO   TO ID-ALUNO     OF CH-TODOS.
           MOVE WS-ID-MATERIA TO ID-MATERIA   OF CH-TODOS.
           MOVE ZEROS         TO ANO-SEMESTRE OF CH-TODOS.
           START TODOS-ALUNOS KEY IS NOT LESS THAN CH-TODOS
               INVALID KEY
                   SET WS-EOF-TENTATIVA-OK TO TRUE
           END-START.
           PERFORM P456-LE-TENTATIVA THRU P456-LE-TENTATIVA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TENTATIVA-OK
                      OR WS-TEM-RESULTADO-OK.
       P455-VERIFICA-RESULTADO-FIM.

       P456-LE-TENTATIVA.
           READ TODOS-ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-TENTATIVA-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO   OF CH-TODOS NOT EQUAL WS-ID-ALUNO
                   OR ID-MATERIA OF CH-TODOS NOT EQUAL
                          WS-ID-MATERIA THEN
                       SET WS-EOF-TENTATIVA-OK TO TRUE
                   ELSE
                       IF ST-APROVACAO OF REG-TODOS EQUAL 'APROVADO'
                       OR FL-EXTERNO-SIM THEN
                           SET WS-TEM-RESULTADO-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P456-LE-TENTATIVA-FIM.

       P500-REGISTRA.
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           PERFORM P455-VERIFICA-RESULTADO
                   THRU P455-VERIFICA-RESULTADO-FIM.
           IF WS-TEM-RESULTADO-OK THEN
               DISPLAY 'ALUNO JA TEM RESULTADO NESTA MATERIA '
                       '(' ST-APROVACAO OF REG-TODOS
                       '). REGISTRO RECUSADO.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           DISPLAY 'INFORME A INSTITUICAO DE ORIGEM........: '
           END-DISPLAY.
           ACCEPT WS-NM-INSTITUICAO
                   THRU P600-GRAVA-AUDITORIA-FIM.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-TODOS.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-TODOS.
           MOVE ZEROS         TO ANO-SEMESTRE OF CH-TODOS.
           MOVE NM-ALUNO OF REG-ALUNO TO NM-ALUNO OF REG-TODOS.
           MOVE TL-ALUNO OF REG-ALUNO TO TL-ALUNO OF REG-TODOS.
           MOVE WS-NM-MATERIA TO NM-MATERIA OF REG-TODOS.
           MOVE WS-NT-ORIGEM  TO MD-ALUNO OF REG-TODOS.
           MOVE 'APROVADO'    TO ST-APROVACAO OF REG-TODOS.
           MOVE SPACES        TO TURMA OF REG-TODOS.
           MOVE 100           TO FR-ALUNO.
           SET FL-EXTERNO-SIM TO TRUE.
           WRITE REG-TODOS
                   THRU P600-GRAVA-AUDITORIA-FIM.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-TODOS.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-TODOS.
           MOVE ZEROS         TO ANO-SEMESTRE OF CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   DISPLAY 'RESULTADO EXTERNO NAO LOCALIZADO.'
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

       P420-FECHA-ARQ.
