      *            VENCIDA VIRAM AUSENTE E O REPROVADO FICA
      *            DEFINITIVO), PARA NENHUM RESULTADO FICAR NO LIMBO
      *            ENTRE PERIODOS.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    05/12/2022 - O LANCAMENTO DA NOTA DA RECUPERACAO
      *            PASSA A PEDIR O ANO-SEMESTRE DA OFERTA, QUE FAZ PARTE
      *            DAS CHAVES DE RECUPERA E ALUTODOS.
      * Update:    05/10/2022 - ALUTODOS PASSA A SER A FONTE UNICA DO
      *            RESULTADO: O AJUSTE ESPELHADO EM ALUAPROV FOI
      *            RETIRADO (A LISTA DE APROVADOS E DERIVADA DO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT AUDITORIA
      *CONTROLE ARQUIVO AUDITORIA
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       01  WS-REG-ANTES                PIC X(167) VALUE SPACES.


       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-ID-MATERIA               PIC 9(05) VALUE ZEROS.
       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).
       77  WS-NOTA-RECUPERACAO         PIC 9(02)V99 VALUE ZEROS.
       77  WS-DT-LIMITE                PIC 9(08) VALUE ZEROS.

           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-REC WS-FS-T WS-FS-AUD
                      WS-ID-ALUNO WS-ID-MATERIA WS-NOTA-RECUPERACAO
                      WS-ANO-SEMESTRE
                      WS-DT-LIMITE WS-QTD-LISTADOS WS-QTD-FECHADOS
                      WS-REG-ANTES WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
           SET WS-EOF-REC-OK TO FALSE.
           MOVE ZEROS TO ID-ALUNO   OF CH-RECUPERA.
           MOVE ZEROS TO ID-MATERIA OF CH-RECUPERA.
           MOVE ZEROS TO ANO-SEMESTRE OF CH-RECUPERA.
           START RECUPERA KEY IS NOT LESS THAN CH-RECUPERA
               INVALID KEY
                   SET WS-EOF-REC-OK TO TRUE
           END-DISPLAY.
           ACCEPT WS-ID-MATERIA
           END-ACCEPT.
           DISPLAY 'ANO DA OFERTA (AAAA)...................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'SEMESTRE DA OFERTA (1 OU 2)............: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-RECUPERA.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-RECUPERA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-RECUPERA.
           READ RECUPERA
               INVALID KEY
                   DISPLAY 'RECUPERACAO NAO AGENDADA PARA ESTE '
                           'ALUNO NESTA MATERIA E PERIODO.'
                   END-DISPLAY
               NOT INVALID KEY
                   IF NOT ST-RECUPERACAO-PENDENTE THEN
           END-IF.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-TODOS.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-TODOS.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   DISPLAY 'RESULTADO NAO ENCONTRADO EM ALUTODOS.'
           MOVE REG-TODOS           TO DS-DEPOIS-AUDITORIA.
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
       P630-GRAVA-AUDITORIA-FIM.

      *FECHA OS FALTOSOS: PENDENTE COM A PROVA MAIS ANTIGA QUE A
           SET WS-EOF-REC-OK TO FALSE.
           MOVE ZEROS TO ID-ALUNO   OF CH-RECUPERA.
           MOVE ZEROS TO ID-MATERIA OF CH-RECUPERA.
           MOVE ZEROS TO ANO-SEMESTRE OF CH-RECUPERA.
           START RECUPERA KEY IS NOT LESS THAN CH-RECUPERA
               INVALID KEY
                   SET WS-EOF-REC-OK TO TRUE
