      *            SEM ISTO A TROCA DE TURMA ERA EXCLUIR E
      *            REMATRICULAR, PERDENDO DT-MATRICULA E BAGUNCANDO
      *            A CONTAGEM DE VAGAS.
      * Update:    05/12/2022 - A TRANSFERENCIA PASSA A PEDIR O
      *            ANO-SEMESTRE DA OFERTA, QUE FAZ PARTE DA CHAVE DA
      *            MATRICULA (O ALUNO PODE TER UMA MATRICULA POR PERIODO
      *            NA MESMA MATERIA).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Update:    25/09/2023 - A TRANSFERENCIA SO E FEITA POR OPERADOR
      *            AUTORIZADO NA UNIDADE (CAMPUS) DA TURMA DE ORIGEM E
      *            NA DA TURMA DE DESTINO (PGUNIDAD); TURMA DESTINO EM
      *            UNIDADE INATIVA E RECUSADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS.

           SELECT TURMAS
           88 WS-FS-H-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD).
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).
               88 WS-UN-ATIVA-OK           VALUE 'S'.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           END-DISPLAY.
           ACCEPT WS-ID-MATERIA
           END-ACCEPT.
           DISPLAY 'O ANO DA OFERTA (AAAA).................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'O SEMESTRE DA OFERTA (1 OU 2)..........: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           DISPLAY 'A TURMA DE DESTINO.....................: '
           END-DISPLAY.
           ACCEPT WS-CD-TURMA-NOVA
       P440-TRANSFERE.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   DISPLAY 'MATRICULA NAO LOCALIZADA.'
               GO TO P440-TRANSFERE-FIM
           END-IF.
           MOVE ANO-SEMESTRE OF REG-MATRICULA TO WS-ANO-SEMESTRE.
           IF TURMA OF REG-MATRICULA NOT EQUAL SPACES THEN
               MOVE WS-ID-MATERIA   TO ID-MATERIA OF CH-TURMA-OFERTA
               MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-TURMA
               MOVE TURMA OF REG-MATRICULA TO CD-TURMA
               READ TURMAS
                   NOT INVALID KEY
                       PERFORM P445-CONFERE-UNIDADE
                               THRU P445-CONFERE-UNIDADE-FIM
                       IF NOT WS-UN-AUTORIZADA THEN
                           GO TO P440-TRANSFERE-FIM
                       END-IF
               END-READ
           END-IF.
           MOVE WS-ID-MATERIA   TO ID-MATERIA OF CH-TURMA-OFERTA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-TURMA.
           MOVE WS-CD-TURMA-NOVA TO CD-TURMA.
                   END-DISPLAY
                   GO TO P440-TRANSFERE-FIM
           END-READ.
           PERFORM P445-CONFERE-UNIDADE THRU P445-CONFERE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               GO TO P440-TRANSFERE-FIM
           END-IF.
           IF NOT WS-UN-ATIVA-OK THEN
               DISPLAY 'TURMA DESTINO EM UNIDADE INATIVA. '
                       'TRANSFERENCIA RECUSADA.'
               END-DISPLAY
               GO TO P440-TRANSFERE-FIM
           END-IF.
           PERFORM P450-VERIFICA-CONFLITO
                   THRU P450-VERIFICA-CONFLITO-FIM.
           IF WS-CONFLITO-OK THEN
      *DE REGISTRO E SOBRESCREVEM O QUE FOI LIDO.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   DISPLAY 'ERRO AO RELER A MATRICULA.'
       P440-TRANSFERE-FIM.
           EXIT.

      *A TROCA SO E FEITA POR OPERADOR AUTORIZADO NA UNIDADE (CAMPUS)
      *DA TURMA DE ORIGEM E NA DA TURMA DE DESTINO (PGUNIDAD).
       P445-CONFERE-UNIDADE.
           MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-TURMA TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'TURMA ' CD-TURMA ' DE UNIDADE NAO AUTORIZADA '
                       'PARA O OPERADOR.'
               END-DISPLAY
           END-IF.
       P445-CONFERE-UNIDADE-FIM.
           EXIT.

      *CARREGA OS BLOCOS DE AULA DA OFERTA E OS COMPARA COM OS DAS
      *OUTRAS OFERTAS ATIVAS DO ALUNO NO PERIODO (MESMA VERIFICACAO
      *DO NTMATRIC).
           SET WS-EOF-MATR-ALUNO-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO   OF CH-MATRICULA.
           MOVE ZEROS       TO ID-MATERIA OF CH-MATRICULA.
           MOVE ZEROS       TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATR-ALUNO-OK TO TRUE
           MOVE REG-MATRICULA       TO DS-DEPOIS-AUDITORIA.
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
