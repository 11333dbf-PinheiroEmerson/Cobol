      *            EQUIVALENTE A ELA (EQUIVALE.DAT, NOS DOIS SENTIDOS
      *            DO PAR). MESMO PADRAO DE ROTINA CHAMAVEL DO
      *            PGPARLER/PGSITMEN.
      * Update:    05/12/2022 - ALUTODOS PASSA A TER UM RESULTADO POR
      *            ALUNO/MATERIA/PERIODO (NOVA TENTATIVA APOS
      *            REPROVACAO): O TESTE PERCORRE TODAS AS TENTATIVAS
      *            DO ALUNO NA MATERIA E BASTA UMA APROVADA.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TODOS-ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT EQUIVALE

       77  WS-ID-MATERIA-TESTE         PIC 9(05) VALUE ZEROS.

       77  WS-EOF-TENTATIVA            PIC X.
           88 WS-EOF-TENTATIVA-OK      VALUE 'S' FALSE 'N'.

       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.
       77  WS-FS-EQ                    PIC 99.
                   THRU P210-TESTA-MATERIA-FIM.
       P200-TESTA-DIRETO-FIM.

      *PERCORRE AS TENTATIVAS DO ALUNO NA MATERIA (A CHAVE SEGUE
      *COM O ANO-SEMESTRE DEPOIS DA MATERIA); BASTA UMA APROVADA.
       P210-TESTA-MATERIA.
           IF NOT WS-FS-T-OK THEN
               GO TO P210-TESTA-MATERIA-FIM
           END-IF.
           SET WS-EOF-TENTATIVA-OK TO FALSE.
           MOVE LK-ID-ALUNO         TO ID-ALUNO     OF CH-TODOS.
           MOVE WS-ID-MATERIA-TESTE TO ID-MATERIA   OF CH-TODOS.
           MOVE ZEROS               TO ANO-SEMESTRE OF CH-TODOS.
           START TODOS-ALUNOS KEY IS NOT LESS THAN CH-TODOS
               INVALID KEY
                   SET WS-EOF-TENTATIVA-OK TO TRUE
           END-START.
           PERFORM P220-LE-TENTATIVA THRU P220-LE-TENTATIVA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TENTATIVA-OK
                      OR LK-APROVADO-SIM.
       P210-TESTA-MATERIA-FIM.

       P220-LE-TENTATIVA.
           READ TODOS-ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-TENTATIVA-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO   OF CH-TODOS NOT EQUAL LK-ID-ALUNO
                   OR ID-MATERIA OF CH-TODOS NOT EQUAL
                          WS-ID-MATERIA-TESTE THEN
                       SET WS-EOF-TENTATIVA-OK TO TRUE
                   ELSE
                       IF ST-APROVACAO OF REG-TODOS EQUAL
                              'APROVADO' THEN
                           SET LK-APROVADO-SIM TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P220-LE-TENTATIVA-FIM.

      *VARRE A TABELA DE EQUIVALENCIAS INTEIRA (ELA E PEQUENA): EM
      *QUALQUER PAR QUE CONTENHA A MATERIA PEDIDA, TESTA A APROVACAO
