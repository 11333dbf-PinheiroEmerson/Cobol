      *            AUDITORIA DAS DUAS GRAVACOES. DIFERENTE DA
      *            RECUPERACAO (NTRECCTL), QUE SO EXISTE APOS A
      *            MEDIA FINAL REPROVADA.
      * Update:    05/12/2022 - REGISTRO, LANCAMENTO, AUSENCIA E
      *            CONSULTA PASSAM A PEDIR O ANO-SEMESTRE DA OFERTA, QUE
      *            FAZ PARTE DAS CHAVES DE SEGCHA, NOTASDET E ALUTODOS;
      *            A CHAVE AUDITADA DO DETALHE SAI COMPLETA.
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
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT ALUNOS

       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-ID-MATERIA               PIC 9(05) VALUE ZEROS.
       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).
       77  WS-NR-AVALIACAO             PIC 9(02) VALUE ZEROS.
       77  WS-DS-JUSTIFICATIVA         PIC X(40) VALUE SPACES.
       77  WS-DT-PROVA                 PIC 9(08) VALUE ZEROS.
      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-EOF-DET                  PIC X.
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
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-SC WS-FS-DET WS-FS-T WS-FS-A
                      WS-FS-AUD WS-ID-ALUNO WS-ID-MATERIA
                      WS-ANO-SEMESTRE
                      WS-NR-AVALIACAO WS-DS-JUSTIFICATIVA
                      WS-DT-PROVA WS-NT-NOVA WS-PS-PESO
                      WS-SOMA-PONDERADA WS-SOMA-PESOS WS-MEDIA-NOVA
           END-DISPLAY.
           ACCEPT WS-ID-MATERIA
           END-ACCEPT.
           DISPLAY 'INFORME O ANO DA OFERTA (AAAA).........: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'INFORME O SEMESTRE DA OFERTA (1 OU 2)..: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           DISPLAY 'INFORME O NUMERO DA AVALIACAO..........: '
           END-DISPLAY.
           ACCEPT WS-NR-AVALIACAO
           END-ACCEPT.
           MOVE WS-ID-ALUNO         TO ID-ALUNO-SC.
           MOVE WS-ID-MATERIA       TO ID-MATERIA-SC.
           MOVE WS-ANO-SEMESTRE     TO ANO-SEMESTRE-SC.
           MOVE WS-NR-AVALIACAO     TO NR-AVALIACAO-SC.
           MOVE WS-DS-JUSTIFICATIVA TO DS-JUSTIFICATIVA-SC.
           MOVE WS-DT-PROVA         TO DT-PROVA-SC.
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           MOVE WS-ID-ALUNO     TO ID-ALUNO-SC.
           MOVE WS-ID-MATERIA   TO ID-MATERIA-SC.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-SC.
           MOVE WS-NR-AVALIACAO TO NR-AVALIACAO-SC.
           READ SEGCHA
               INVALID KEY
       P540-GRAVA-DETALHE.
           MOVE WS-ID-ALUNO     TO ID-ALUNO   OF CH-NOTADET.
           MOVE WS-ID-MATERIA   TO ID-MATERIA OF CH-NOTADET.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE WS-NR-AVALIACAO TO NR-AVALIACAO.
           READ NOTASDET
               INVALID KEY
                   MOVE SPACES TO WS-REG-ANTES
                   MOVE WS-ID-ALUNO     TO ID-ALUNO   OF CH-NOTADET
                   MOVE WS-ID-MATERIA   TO ID-MATERIA OF CH-NOTADET
                   MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-NOTADET
                   MOVE WS-NR-AVALIACAO TO NR-AVALIACAO
                   MOVE WS-NT-NOVA      TO NT-NOTA
                   MOVE WS-PS-PESO      TO PS-PESO

       P560-AUDITA-DETALHE.
           MOVE 'NOTASDET'   TO WS-AUD-ARQUIVO.
           MOVE CH-NOTADET   TO WS-AUD-CHAVE.
           MOVE REG-NOTADET  TO WS-AUD-DEPOIS.
           PERFORM P600-GRAVA-AUDITORIA
                   THRU P600-GRAVA-AUDITORIA-FIM.
           SET WS-EOF-DET-OK TO FALSE.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-NOTADET.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-NOTADET.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE ZEROS         TO NR-AVALIACAO.
           START NOTASDET KEY IS NOT LESS THAN CH-NOTADET
               INVALID KEY
               WS-SOMA-PONDERADA / WS-SOMA-PESOS.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-TODOS.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-TODOS.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   DISPLAY 'RESULTADO NAO ENCONTRADO EM ALUTODOS. '
               NOT AT END
                   IF ID-ALUNO OF CH-NOTADET NOT EQUAL WS-ID-ALUNO
                      OR ID-MATERIA OF CH-NOTADET NOT EQUAL
                          WS-ID-MATERIA
                      OR ANO-SEMESTRE OF CH-NOTADET NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-DET-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-AVALIACOES
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           MOVE WS-ID-ALUNO     TO ID-ALUNO-SC.
           MOVE WS-ID-MATERIA   TO ID-MATERIA-SC.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-SC.
           MOVE WS-NR-AVALIACAO TO NR-AVALIACAO-SC.
           READ SEGCHA
               INVALID KEY
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           MOVE WS-ID-ALUNO     TO ID-ALUNO-SC.
           MOVE WS-ID-MATERIA   TO ID-MATERIA-SC.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-SC.
           MOVE WS-NR-AVALIACAO TO NR-AVALIACAO-SC.
           READ SEGCHA
               INVALID KEY
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
