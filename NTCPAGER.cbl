      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      15/05/2023.
      * Purpose:   GERACAO DOS FORMULARIOS DA AVALIACAO INSTITUCIONAL
      *            (CPA) DO PERIODO - PARA CADA MATRICULA ATIVA DO
      *            PERIODO INFORMADO CRIA UM FORMULARIO (UM POR ALUNO E
      *            OFERTA) NO CONTROLE CPACTL.DAT (CFPK0063), NUMERADO
      *            EM SEQUENCIA DENTRO DO PERIODO, E O GRAVA EM
      *            CPAFORM.TXT PARA IMPRESSAO E ENTREGA: PRIMEIRO AS
      *            QUESTOES DO QUESTIONARIO (LINHAS Q) E DEPOIS UMA
      *            LINHA F POR FORMULARIO. O ALUNO DEVOLVE SO O NUMERO
      *            DO FORMULARIO E AS NOTAS, QUE VOLTAM PELO NTCPAIMP.
      *            PODE SER RODADO DE NOVO NO PERIODO (MATRICULAS
      *            TARDIAS): QUEM JA TEM FORMULARIO NA OFERTA E PULADO.
      *            O PERIODO USA UM SO QUESTIONARIO.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCPAGER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT CPACTL
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CPACTL
           ALTERNATE RECORD KEY IS CH-ALUNO-OFERTA-CPC
           FILE  STATUS IS WS-FS-CTL.

           SELECT CPAQUEST
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CPAQUEST
           FILE  STATUS IS WS-FS-Q.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT FORMULARIO
           ASSIGN TO WS-CAMINHO-FORMULARIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-F.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA.
           COPY CFPK0005.

       FD  CPACTL.
           COPY CFPK0063.

       FD  CPAQUEST.
           COPY CFPK0062.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  FORMULARIO.
       01  REG-FORMULARIO              PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-CAMINHO-FORMULARIO       PIC X(80) VALUE SPACES.

       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

       77  WS-CD-QUESTIONARIO          PIC 9(02) VALUE ZEROS.
       77  WS-NR-FORMULARIO            PIC 9(06) VALUE ZEROS.

      *LINHA DE QUESTAO DO ARQUIVO DE FORMULARIOS.
       01  WS-LINHA-QUESTAO            PIC X(80) VALUE SPACES.
       01  FILLER REDEFINES WS-LINHA-QUESTAO.
           03 WS-LQ-TIPO               PIC X(01).
           03 WS-LQ-CD-QUESTIONARIO    PIC 9(02).
           03 WS-LQ-NR-QUESTAO         PIC 9(02).
           03 WS-LQ-TP-ALVO            PIC X(01).
           03 WS-LQ-DS-QUESTAO         PIC X(60).
           03 FILLER                   PIC X(14).

      *LINHA DE FORMULARIO: O NUMERO E O QUE O ALUNO DEVOLVE COM AS
      *NOTAS; ALUNO E NOME SO SERVEM PARA A ENTREGA.
       01  WS-LINHA-FORMULARIO         PIC X(80) VALUE SPACES.
       01  FILLER REDEFINES WS-LINHA-FORMULARIO.
           03 WS-LF-TIPO               PIC X(01).
           03 WS-LF-NR-FORMULARIO      PIC 9(06).
           03 WS-LF-ANO-SEMESTRE       PIC 9(05).
           03 WS-LF-ID-MATERIA         PIC 9(05).
           03 WS-LF-NM-MATERIA         PIC X(20).
           03 WS-LF-ID-PROFESSOR       PIC 9(03).
           03 WS-LF-ID-ALUNO           PIC 9(05).
           03 WS-LF-NM-ALUNO           PIC X(20).
           03 FILLER                   PIC X(15).

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-QTD-QUESTOES             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-GERADOS              PIC 9(05) VALUE ZEROS.
       77  WS-QTD-JA-EXISTENTES        PIC 9(05) VALUE ZEROS.

       77  WS-CANCELA                  PIC X.
           88 WS-CANCELA-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.

       77  WS-FS-R                     PIC 99.
           88 WS-FS-R-OK               VALUE 0.
       77  WS-FS-CTL                   PIC 99.
           88 WS-FS-CTL-OK             VALUE 0.
       77  WS-FS-Q                     PIC 99.
           88 WS-FS-Q-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO     THRU P100-INICIO-FIM.
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-R WS-FS-CTL WS-FS-Q WS-FS-M WS-FS-A
                      WS-FS-F WS-ANO-SEMESTRE WS-CD-QUESTIONARIO
                      WS-NR-FORMULARIO WS-QTD-QUESTOES
                      WS-QTD-GERADOS WS-QTD-JA-EXISTENTES
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-CANCELA-OK TO FALSE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CPACTL.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CPAQUEST.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CPAFORM.TXT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-FORMULARIO
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT MATRICULA.
           IF NOT WS-FS-R-OK THEN
               DISPLAY 'ERRO AO ABRIR MATRICULA. FILE STATUS: '
                       WS-FS-R
               END-DISPLAY
               SET WS-CANCELA-OK TO TRUE
           END-IF.
           OPEN I-O CPACTL.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-CTL-OK THEN
               OPEN OUTPUT CPACTL
               CLOSE CPACTL
               OPEN I-O CPACTL
           END-IF.
           OPEN INPUT CPAQUEST.
           IF NOT WS-FS-Q-OK THEN
               DISPLAY 'CADASTRO DE QUESTIONARIOS NAO ENCONTRADO.'
               END-DISPLAY
               SET WS-CANCELA-OK TO TRUE
           END-IF.
           OPEN INPUT MATERIAS.
           IF NOT WS-FS-M-OK THEN
               DISPLAY 'ERRO AO ABRIR MATERIAS. FILE STATUS: '
                       WS-FS-M
               END-DISPLAY
               SET WS-CANCELA-OK TO TRUE
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               DISPLAY 'ERRO AO ABRIR ALUNOS. FILE STATUS: '
                       WS-FS-A
               END-DISPLAY
               SET WS-CANCELA-OK TO TRUE
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           IF WS-CANCELA-OK THEN
               DISPLAY 'GERACAO CANCELADA.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           DISPLAY 'FORMULARIOS DA AVALIACAO INSTITUCIONAL. INFORME:'
           END-DISPLAY.
           DISPLAY 'O ANO DO PERIODO LETIVO................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'O SEMESTRE (1 OU 2)....................: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           DISPLAY 'O CODIGO DO QUESTIONARIO...............: '
           END-DISPLAY.
           ACCEPT WS-CD-QUESTIONARIO
           END-ACCEPT.
           PERFORM P450-CONFERE-PERIODO THRU P450-CONFERE-PERIODO-FIM.
           IF WS-CANCELA-OK THEN
               DISPLAY 'GERACAO CANCELADA.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           OPEN OUTPUT FORMULARIO.
           PERFORM P460-GRAVA-QUESTOES THRU P460-GRAVA-QUESTOES-FIM.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P500-LE-MATRICULA THRU P500-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           CLOSE FORMULARIO.
           DISPLAY '*** GERACAO DOS FORMULARIOS CONCLUIDA ***'
           END-DISPLAY.
           DISPLAY 'QUESTOES DO QUESTIONARIO.......: ' WS-QTD-QUESTOES
           END-DISPLAY.
           DISPLAY 'FORMULARIOS GERADOS............: ' WS-QTD-GERADOS
           END-DISPLAY.
           DISPLAY 'MATRICULAS QUE JA TINHAM FORM..: '
                   WS-QTD-JA-EXISTENTES
           END-DISPLAY.
           DISPLAY 'FORMULARIOS PARA IMPRESSAO EM CPAFORM.TXT.'
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *O QUESTIONARIO PRECISA TER QUESTOES, E O PERIODO QUE JA TEM
      *FORMULARIOS SO ACEITA O MESMO QUESTIONARIO. DE QUEBRA, ACHA O
      *ULTIMO NUMERO DE FORMULARIO USADO NO PERIODO.
       P450-CONFERE-PERIODO.
           MOVE ZEROS TO WS-QTD-QUESTOES.
           MOVE WS-CD-QUESTIONARIO TO CD-QUESTIONARIO-CPQ.
           MOVE ZEROS              TO NR-QUESTAO-CPQ.
           SET WS-EOF-VARRE-OK TO FALSE.
           START CPAQUEST KEY IS NOT LESS THAN CH-CPAQUEST
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P455-CONTA-QUESTAO THRU P455-CONTA-QUESTAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           IF WS-QTD-QUESTOES EQUAL ZEROS THEN
               DISPLAY 'QUESTIONARIO SEM QUESTOES CADASTRADAS.'
               END-DISPLAY
               SET WS-CANCELA-OK TO TRUE
               GO TO P450-CONFERE-PERIODO-FIM
           END-IF.
           MOVE ZEROS TO WS-NR-FORMULARIO.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-CPC.
           MOVE ZEROS           TO NR-FORMULARIO-CPC.
           SET WS-EOF-VARRE-OK TO FALSE.
           START CPACTL KEY IS NOT LESS THAN CH-CPACTL
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P457-LE-CONTROLE THRU P457-LE-CONTROLE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P450-CONFERE-PERIODO-FIM.
           EXIT.

       P455-CONTA-QUESTAO.
           READ CPAQUEST NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF CD-QUESTIONARIO-CPQ NOT EQUAL
                      WS-CD-QUESTIONARIO THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-QUESTOES
                   END-IF
           END-READ.
       P455-CONTA-QUESTAO-FIM.

       P457-LE-CONTROLE.
           READ CPACTL NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P457-LE-CONTROLE-FIM
           END-READ.
           IF ANO-SEMESTRE-CPC NOT EQUAL WS-ANO-SEMESTRE THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P457-LE-CONTROLE-FIM
           END-IF.
           IF CD-QUESTIONARIO-CPC NOT EQUAL WS-CD-QUESTIONARIO THEN
               DISPLAY 'O PERIODO JA TEM FORMULARIOS DO QUESTIONARIO '
                       CD-QUESTIONARIO-CPC '.'
               END-DISPLAY
               SET WS-CANCELA-OK   TO TRUE
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P457-LE-CONTROLE-FIM
           END-IF.
           MOVE NR-FORMULARIO-CPC TO WS-NR-FORMULARIO.
       P457-LE-CONTROLE-FIM.
           EXIT.

      *AS QUESTOES VAO UMA VEZ SO, NO INICIO DO ARQUIVO.
       P460-GRAVA-QUESTOES.
           MOVE WS-CD-QUESTIONARIO TO CD-QUESTIONARIO-CPQ.
           MOVE ZEROS              TO NR-QUESTAO-CPQ.
           SET WS-EOF-VARRE-OK TO FALSE.
           START CPAQUEST KEY IS NOT LESS THAN CH-CPAQUEST
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P465-GRAVA-QUESTAO THRU P465-GRAVA-QUESTAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P460-GRAVA-QUESTOES-FIM.

       P465-GRAVA-QUESTAO.
           READ CPAQUEST NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P465-GRAVA-QUESTAO-FIM
           END-READ.
           IF CD-QUESTIONARIO-CPQ NOT EQUAL WS-CD-QUESTIONARIO THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P465-GRAVA-QUESTAO-FIM
           END-IF.
           MOVE SPACES              TO WS-LINHA-QUESTAO.
           MOVE 'Q'                 TO WS-LQ-TIPO.
           MOVE CD-QUESTIONARIO-CPQ TO WS-LQ-CD-QUESTIONARIO.
           MOVE NR-QUESTAO-CPQ      TO WS-LQ-NR-QUESTAO.
           MOVE TP-ALVO-CPQ         TO WS-LQ-TP-ALVO.
           MOVE DS-QUESTAO-CPQ      TO WS-LQ-DS-QUESTAO.
           MOVE WS-LINHA-QUESTAO    TO REG-FORMULARIO.
           WRITE REG-FORMULARIO
           END-WRITE.
       P465-GRAVA-QUESTAO-FIM.
           EXIT.

      *MATRICULA ATIVA DO PERIODO SEM FORMULARIO NA OFERTA GANHA O
      *PROXIMO NUMERO.
       P500-LE-MATRICULA.
           READ MATRICULA
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P500-LE-MATRICULA-FIM
           END-READ.
           IF NOT ST-MATRICULA-ATIVA OR
              ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL WS-ANO-SEMESTRE
              THEN
               GO TO P500-LE-MATRICULA-FIM
           END-IF.
           MOVE ID-ALUNO   OF REG-MATRICULA TO ID-ALUNO-CPC.
           MOVE ID-MATERIA OF REG-MATRICULA TO ID-MATERIA-CPC.
           MOVE WS-ANO-SEMESTRE             TO ANO-SEMESTRE-OFE-CPC.
           READ CPACTL KEY IS CH-ALUNO-OFERTA-CPC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-JA-EXISTENTES
                   GO TO P500-LE-MATRICULA-FIM
           END-READ.
           PERFORM P510-GRAVA-FORMULARIO
                   THRU P510-GRAVA-FORMULARIO-FIM.
       P500-LE-MATRICULA-FIM.
           EXIT.

       P510-GRAVA-FORMULARIO.
           MOVE ID-MATERIA OF REG-MATRICULA
                TO ID-MATERIA OF REG-MATERIA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   MOVE SPACES TO NM-MATERIA
                   MOVE ZEROS  TO ID-PROFESSOR OF REG-MATERIA
           END-READ.
           MOVE ID-ALUNO OF REG-MATRICULA TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE SPACES TO NM-ALUNO OF REG-ALUNO
           END-READ.
           ADD 1 TO WS-NR-FORMULARIO.
           MOVE WS-ANO-SEMESTRE             TO ANO-SEMESTRE-CPC.
           MOVE WS-NR-FORMULARIO            TO NR-FORMULARIO-CPC.
           MOVE ID-ALUNO   OF REG-MATRICULA TO ID-ALUNO-CPC.
           MOVE ID-MATERIA OF REG-MATRICULA TO ID-MATERIA-CPC.
           MOVE WS-ANO-SEMESTRE             TO ANO-SEMESTRE-OFE-CPC.
           MOVE WS-CD-QUESTIONARIO          TO CD-QUESTIONARIO-CPC.
           MOVE WS-DH-DATA                  TO DT-GERACAO-CPC.
           SET FL-RESPONDIDO-NAO            TO TRUE.
           WRITE REG-CPACTL
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O FORMULARIO '
                           WS-NR-FORMULARIO '. FILE STATUS: '
                           WS-FS-CTL
                   END-DISPLAY
                   GO TO P510-GRAVA-FORMULARIO-FIM
           END-WRITE.
           ADD 1 TO WS-QTD-GERADOS.
           MOVE SPACES                      TO WS-LINHA-FORMULARIO.
           MOVE 'F'                         TO WS-LF-TIPO.
           MOVE WS-NR-FORMULARIO            TO WS-LF-NR-FORMULARIO.
           MOVE WS-ANO-SEMESTRE             TO WS-LF-ANO-SEMESTRE.
           MOVE ID-MATERIA OF REG-MATRICULA TO WS-LF-ID-MATERIA.
           MOVE NM-MATERIA                  TO WS-LF-NM-MATERIA.
           MOVE ID-PROFESSOR OF REG-MATERIA TO WS-LF-ID-PROFESSOR.
           MOVE ID-ALUNO OF REG-MATRICULA   TO WS-LF-ID-ALUNO.
           MOVE NM-ALUNO OF REG-ALUNO       TO WS-LF-NM-ALUNO.
           MOVE WS-LINHA-FORMULARIO         TO REG-FORMULARIO.
           WRITE REG-FORMULARIO
           END-WRITE.
       P510-GRAVA-FORMULARIO-FIM.
           EXIT.

       P420-FECHA-ARQ.
           CLOSE MATRICULA.
           CLOSE CPACTL.
           CLOSE CPAQUEST.
           CLOSE MATERIAS.
           CLOSE ALUNOS.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTCPAGER.
