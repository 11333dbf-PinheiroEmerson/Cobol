      *            NTMIGIDS).
      * Update:    04/11/2022 - A ALTERACAO PASSA A MOSTRAR E ACEITAR
      *            A CARGA HORARIA DA MATERIA (CH-HORAS DE CFPK0002).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Update:    25/09/2023 - SO ALTERA A OFERTA O OPERADOR AUTORIZADO
      *            NA UNIDADE (CAMPUS) DE CADA TURMA DELA EM TURMAS.DAT
      *            (PGUNIDAD); OFERTA SEM TURMA CADASTRADA NAO E
      *            RESTRITA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT TURMAS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TURMA-OFERTA
           FILE  STATUS IS WS-FS-TUR.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAS.
       FD  AUDITORIA.
           COPY CFPK0006.

       FD  TURMAS.
           COPY CFPK0021.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
      *CONTROLE ARQUIVO AUDITORIA
       77  WS-FS-AUD                 PIC 99.
           88 WS-FS-AUD-OK           VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       01  WS-REG-ANTES               PIC X(135) VALUE SPACES.

       77  WS-FS                       PIC 99.
           88 WS-FS-OK                 VALUE 0.

      *CONTROLES DA UNIDADE (CAMPUS) DAS TURMAS DA OFERTA (TURMAS.DAT/
      *CFPK0021): SO ALTERA A OFERTA O OPERADOR AUTORIZADO NA UNIDADE
      *DE CADA TURMA DELA (PGUNIDAD). OFERTA SEM TURMA NAO E RESTRITA.
       77  WS-FS-TUR                   PIC 99.
           88 WS-FS-TUR-OK             VALUE 0.
       77  WS-EOF-TURMA                PIC X.
           88 WS-EOF-TURMA-OK          VALUE 'S' FALSE 'N'.
       77  WS-OFERTA-AUTORIZADA        PIC X.
           88 WS-OFERTA-AUTORIZADA-OK  VALUE 'S' FALSE 'N'.
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
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\TURMAS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P200-PROCESSA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
      *CADASTRO DE TURMAS E OPCIONAL: SEM ELE, NENHUMA OFERTA TEM
      *TURMA E A ALTERACAO NAO E RESTRITA POR UNIDADE.
           OPEN INPUT TURMAS.
       P400-ABRE-ARQ-FIM.

      *TRAVA O REGISTRO DURANTE A CONSULTA PARA QUE NENHUMA OUTRA
                   PERFORM P450-REG-NAO-LOCALIZADO
                           THRU    P450-REG-NAO-LOCALIZADO-FIM
               NOT INVALID KEY
                   PERFORM P435-CONFERE-UNIDADE
                           THRU P435-CONFERE-UNIDADE-FIM
                   IF WS-OFERTA-AUTORIZADA-OK THEN
                       PERFORM P440-MOSTRA-MATERIA
                               THRU P440-MOSTRA-MATERIA-FIM
                   ELSE
                       DISPLAY 'OFERTA COM TURMA DE UNIDADE NAO '
                               'AUTORIZADA PARA O OPERADOR.'
                       END-DISPLAY
                       UNLOCK MATERIAS
                   END-IF
           END-READ.
       P410-LE-MATERIA-FIM.

       P420-FECHA-ARQ.
           CLOSE MATERIAS.
           CLOSE AUDITORIA.
           IF WS-FS-TUR-OK THEN
               CLOSE TURMAS
           END-IF.
       P420-FECHA-ARQ-FIM.

       P430-MONTA-TELA.
           DISPLAY 'INFORME O CODIGO DA MATERIA: '
           END-DISPLAY.
           ACCEPT ID-MATERIA OF REG-MATERIA
           END-ACCEPT.
           DISPLAY 'INFORME O ANO DO PERIODO LETIVO: '
           END-DISPLAY.
           ACCEPT AS-ANO OF REG-MATERIA
           END-ACCEPT.
           DISPLAY 'INFORME O SEMESTRE (1 OU 2): '
           END-DISPLAY.
           ACCEPT AS-SEMESTRE OF REG-MATERIA
           END-ACCEPT.
       P430-MONTA-TELA-FIM.

      *PERCORRE AS TURMAS DA OFERTA LIDA (CHAVE DA TURMA COMECA PELA
      *MATERIA + ANO/SEMESTRE) E CONFERE A UNIDADE DE CADA UMA.
       P435-CONFERE-UNIDADE.
           SET WS-OFERTA-AUTORIZADA-OK TO TRUE.
           IF NOT WS-FS-TUR-OK THEN
               GO TO P435-CONFERE-UNIDADE-FIM
           END-IF.
           SET WS-EOF-TURMA-OK TO FALSE.
           MOVE WS-ID-MATERIA   TO ID-MATERIA OF CH-TURMA-OFERTA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-TURMA.
           MOVE SPACES          TO CD-TURMA.
           START TURMAS KEY IS NOT LESS THAN CH-TURMA-OFERTA
               INVALID KEY
                   SET WS-EOF-TURMA-OK TO TRUE
           END-START.
           PERFORM P437-LE-TURMA THRU P437-LE-TURMA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TURMA-OK
                      OR NOT WS-OFERTA-AUTORIZADA-OK.
       P435-CONFERE-UNIDADE-FIM.
           EXIT.

       P437-LE-TURMA.
           READ TURMAS NEXT RECORD
               AT END
                   SET WS-EOF-TURMA-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-TURMA-OFERTA NOT EQUAL
                          WS-ID-MATERIA
                      OR ANO-SEMESTRE OF REG-TURMA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-TURMA-OK TO TRUE
                   ELSE
                       MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR
                       MOVE CD-UNIDADE-TURMA TO WS-UN-UNIDADE
                       CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
                       IF NOT WS-UN-AUTORIZADA THEN
                           SET WS-OFERTA-AUTORIZADA-OK TO FALSE
                       END-IF
                   END-IF
           END-READ.
       P437-LE-TURMA-FIM.

       P440-MOSTRA-MATERIA.
           DISPLAY 'OS DADOS DA MATERIA SAO: '
           END-DISPLAY.
           MOVE REG-MATERIA         TO DS-DEPOIS-AUDITORIA.
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
       P470-GRAVA-AUDITORIA-FIM.

       P800-ERRO.
