      *            APLICA A NOVA MEDIA EM ALUTODOS, REFAZ A SITUACAO
      *            PELO CRITERIO DA MATERIA GRAVADO NO RESULTADO
      *            E AUDITA COM AS DUAS IMAGENS).
      * Update:    25/09/2023 - SOLICITACAO E REVISAO SO PARA ALUNO DE
      *            UNIDADE (CAMPUS) AUTORIZADA PARA O OPERADOR
      *            (PGUNIDAD, CONTRA CD-UNIDADE-ALUNO DE ALUNOS.DAT).
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
      * Update:    05/12/2022 - A SOLICITACAO E A REVISAO PASSAM A PEDIR
      *            O ANO-SEMESTRE DA OFERTA, QUE IDENTIFICA A TENTATIVA
      *            DO ALUNO NA MATERIA (CHAVES DE ALUTODOS E NOTAPEND).
      * Update:    05/10/2022 - ALUTODOS PASSA A SER A FONTE UNICA DO
      *            RESULTADO: O AJUSTE ESPELHADO EM ALUAPROV FOI
      *            RETIRADO (A LISTA DE APROVADOS E DERIVADA DO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ALU.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS SEQUENTIAL
       FD  TODOS-ALUNOS.
           COPY CFPK0004.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  AUDITORIA.
           COPY CFPK0006.

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
       77  WS-MD-NOVA                  PIC 9(02)V99 VALUE ZEROS.

       77  WS-DECISAO                  PIC X.
       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.

       77  WS-FS-ALU                   PIC 99.
           88 WS-FS-ALU-OK             VALUE 0.

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
           03 WS-COM-MENSAGEM          PIC X(40).
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-P WS-FS-T WS-FS-AUD
                      WS-ID-ALUNO WS-ID-MATERIA WS-MD-NOVA
                      WS-ANO-SEMESTRE
                      WS-REG-ANTES WS-DATA-HORA-ATUAL
                      WS-QTD-LISTADOS
               REPLACING NUMERIC       BY ZEROES
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DA FILA DE PENDENTES, DOS RESULTADOS, DOS
      *ALUNOS E DA AUDITORIA A PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NOTAPEND.DAT'  DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTODOS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           IF NOT WS-FS-T-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-ALU-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
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
       P440-PEDE-CHAVE-FIM.

      *SOLICITACAO E REVISAO SO PARA ALUNO DE UNIDADE (CAMPUS) EM QUE
      *O OPERADOR ESTA AUTORIZADO (PGUNIDAD).
       P445-CONFERE-UNIDADE.
           MOVE SPACE TO WS-UN-SITUACAO.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P445-CONFERE-UNIDADE-FIM
           END-READ.
           MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'ALUNO DE UNIDADE NAO AUTORIZADA PARA '
                       'O OPERADOR.'
               END-DISPLAY
           END-IF.
       P445-CONFERE-UNIDADE-FIM.

      *SOLICITA A ALTERACAO DE UM RESULTADO JA GRAVADO: CONFERE QUE O
      *RESULTADO EXISTE EM ALUTODOS, REGISTRA A NOVA MEDIA E O MOTIVO
      *E DEIXA A PENDENCIA AGUARDANDO UM SUPERVISOR.
       P500-SOLICITA.
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           PERFORM P445-CONFERE-UNIDADE THRU P445-CONFERE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               GO TO P500-SOLICITA-FIM
           END-IF.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-TODOS.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-TODOS.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   DISPLAY 'RESULTADO NAO ENCONTRADO EM ALUTODOS. '
           END-ACCEPT.
           MOVE WS-ID-ALUNO     TO ID-ALUNO   OF CH-PENDENTE.
           MOVE WS-ID-MATERIA   TO ID-MATERIA OF CH-PENDENTE.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-PENDENTE.
           MOVE WS-MD-NOVA      TO MD-NOVA.
           DISPLAY 'INFORME O MOTIVO DA ALTERACAO..........: '
           END-DISPLAY.
           WRITE REG-NOTAPEND
               INVALID KEY
                   DISPLAY 'JA EXISTE PENDENCIA PARA ESTE ALUNO '
                           'NESTA MATERIA E PERIODO. AGUARDE A '
                           'REVISAO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'SOLICITACAO REGISTRADA. AGUARDANDO '
           SET WS-EOF-PENDENTES-OK TO FALSE.
           MOVE ZEROS TO ID-ALUNO   OF CH-PENDENTE.
           MOVE ZEROS TO ID-MATERIA OF CH-PENDENTE.
           MOVE ZEROS TO ANO-SEMESTRE OF CH-PENDENTE.
           START PENDENTES KEY IS NOT LESS THAN CH-PENDENTE
               INVALID KEY
                   SET WS-EOF-PENDENTES-OK TO TRUE
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY 'ALUNO ' ID-ALUNO OF CH-PENDENTE
                               ' MATERIA ' ID-MATERIA OF CH-PENDENTE
                               ' PERIODO ' AS-ANO OF CH-PENDENTE '/'
                               AS-SEMESTRE OF CH-PENDENTE
                               ' NOVA MEDIA ' MD-NOVA
                               ' SOLICITANTE '
                               ID-OPERADOR-SOLICITANTE
      *SOLICITANTE - A REGRA E DE QUATRO OLHOS.
       P600-REVISA.
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           PERFORM P445-CONFERE-UNIDADE THRU P445-CONFERE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               GO TO P600-REVISA-FIM
           END-IF.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-PENDENTE.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-PENDENTE.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-PENDENTE.
           READ PENDENTES
               INVALID KEY
                   DISPLAY 'PENDENCIA NAO LOCALIZADA.'
       P620-APLICA.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-TODOS.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-TODOS.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   DISPLAY 'RESULTADO NAO ENCONTRADO EM ALUTODOS. '
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
       P640-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           CLOSE PENDENTES.
           CLOSE TODOS-ALUNOS.
           CLOSE ALUNOS.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUTODOS.: ' WS-FS-T
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS...: ' WS-FS-ALU
           END-DISPLAY.
           MOVE '9' TO WS-OPCAO.
       P800-ERRO-FIM.

