      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      19/06/2023.
      * Purpose:   SITUACAO DOS ALUNOS NO ENADE: CADASTRO DOS CURSOS
      *            CONVOCADOS POR ANO DE EXAME (ENADECUR.DAT,
      *            CFPK0074), PROCESSAMENTO DO ARQUIVO DE RESULTADOS
      *            DEVOLVIDO APOS O EXAME (ENADERET.TXT), QUE REGISTRA
      *            PARA CADA INSCRITO A SITUACAO DE PRESENTE,
      *            DISPENSADO OU IRREGULAR EM ENADE.DAT (CFPK0075,
      *            GERADO PELO NTENAGER), ALTERACAO MANUAL DA SITUACAO
      *            COM MOTIVO E CONSULTA POR ALUNO. OS IRREGULARES E
      *            OS ALUNOS DO RETORNO SEM INSCRICAO SAEM NA LISTA DE
      *            TRABALHO NO SPOOL (PGSPOOL). ALUNO IRREGULAR NAO
      *            RECEBE CERTIFICADO DE CONCLUSAO (PGENAPEN). CADASTRO,
      *            RETORNO E ALTERACAO SAO RESTRITOS A SUPERVISOR E
      *            AUDITADOS.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTENAMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENADECUR
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ENADECUR
           FILE  STATUS IS WS-FS-ECR.

           SELECT ENADE
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ENADE
           ALTERNATE RECORD KEY IS ID-ALUNO-ENA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ENA.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT RETORNO
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-RET.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT CURSO
           ASSIGN TO WS-CAMINHO-CURSO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CURSO OF REG-CURSO
           FILE  STATUS IS WS-FS-C.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENADECUR.
           COPY CFPK0074.

       FD  ENADE.
           COPY CFPK0075.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  RETORNO.
       01  REG-RETORNO                 PIC X(30).

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  CURSO.
           COPY CFPK0015.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHO DO CADASTRO DE CURSOS, ALEM DOS CINCO SLOTS DE
      *CFCFG001, QUE ESTE PROGRAMA JA OCUPA TODOS.
       01  WS-CAMINHO-CURSO            PIC X(80) VALUE SPACES.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 WS-DH-HORARIO            PIC 9(06).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

      *LINHA DO ARQUIVO DE RESULTADOS DO EXAME: SITUACAO DE CADA
      *INSCRITO (P = PRESENTE, D = DISPENSADO, X = IRREGULAR).
       01  WS-LINHA-RETORNO            PIC X(30) VALUE SPACES.
       01  FILLER REDEFINES WS-LINHA-RETORNO.
           03 WS-RT-AA-ENADE           PIC 9(04).
           03 WS-RT-ID-ALUNO           PIC 9(05).
           03 WS-RT-SITUACAO           PIC X(01).
               88 WS-RT-SITUACAO-VALIDA     VALUE 'P' 'D' 'X'.
           03 FILLER                   PIC X(20).

       77  WS-AA-ENADE                 PIC 9(04) VALUE ZEROS.
       77  WS-ID-CURSO                 PIC 9(02) VALUE ZEROS.
       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-DT-PROVA                 PIC 9(08) VALUE ZEROS.
       77  WS-ST-NOVA                  PIC X(01) VALUE SPACE.
       77  WS-ST-ANTERIOR              PIC X(01) VALUE SPACE.
      *MOTIVO DA LINHA NA LISTA DE TRABALHO DO RETORNO.
       77  WS-TP-OCORRENCIA            PIC X(01) VALUE SPACE.
           88 WS-OCOR-INVALIDA         VALUE 'V'.
           88 WS-OCOR-SEM-INSCRICAO    VALUE 'N'.
           88 WS-OCOR-IRREGULAR        VALUE 'X'.
       77  WS-DS-MOTIVO                PIC X(40) VALUE SPACES.
       77  WS-NM-CURSO                 PIC X(30) VALUE SPACES.

      *TOTAIS DO PROCESSAMENTO DO RETORNO E DAS CONSULTAS.
       77  WS-QTD-LIDOS                PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PRESENTES            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-DISPENSADOS          PIC 9(05) VALUE ZEROS.
       77  WS-QTD-IRREGULARES          PIC 9(05) VALUE ZEROS.
       77  WS-QTD-NAO-INSCRITOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTD-INVALIDOS            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(05) VALUE ZEROS.

      *DESCRICOES PARA TELA E LISTA DE TRABALHO.
       77  WS-DS-TIPO                  PIC X(11) VALUE SPACES.
       77  WS-DS-SITUACAO              PIC X(10) VALUE SPACES.

       77  WS-EXISTE                   PIC X.
           88 WS-EXISTE-OK             VALUE 'S' FALSE 'N'.
      *O CADASTRO DE CURSOS E OPCIONAL; O READ MUDA O FILE STATUS,
      *POR ISSO A ABERTURA FICA GUARDADA A PARTE.
       77  WS-CURSO-ABERTO             PIC X.
           88 WS-CURSO-ABERTO-OK       VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-ECR                  PIC X.
           88 WS-EOF-ECR-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-ENA                  PIC X.
           88 WS-EOF-ENA-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-RETORNO              PIC X.
           88 WS-EOF-RETORNO-OK        VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DA LISTA
      *DE TRABALHO (60 LINHAS POR PAGINA, COMO NO NTCENRET).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

       77  WS-FS-ECR                   PIC 99.
           88 WS-FS-ECR-OK             VALUE 0.
       77  WS-FS-ENA                   PIC 99.
           88 WS-FS-ENA-OK             VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-RET                   PIC 99.
           88 WS-FS-RET-OK             VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).
           03 WS-COM-NIVEL             PIC 9(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO     THRU P100-INICIO-FIM.
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM
                   UNTIL WS-OPCAO  EQUAL '9'.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-ECR WS-FS-ENA WS-FS-A WS-FS-RET
                      WS-FS-AUD WS-FS-C WS-FS-SPL WS-LINHA-RETORNO
                      WS-AA-ENADE WS-ID-CURSO WS-ID-ALUNO WS-DT-PROVA
                      WS-ST-NOVA WS-ST-ANTERIOR WS-TP-OCORRENCIA
                      WS-DS-MOTIVO WS-NM-CURSO WS-QTD-LIDOS
                      WS-QTD-PRESENTES WS-QTD-DISPENSADOS
                      WS-QTD-IRREGULARES WS-QTD-NAO-INSCRITOS
                      WS-QTD-INVALIDOS WS-QTD-LISTADOS WS-DS-TIPO
                      WS-DS-SITUACAO WS-REG-ANTES WS-AUD-ARQUIVO
                      WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DEPOIS
                      WS-LINHAS-SPOOL WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ENADECUR.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ENADE.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ENADERET.TXT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CURSO.DAT'     DELIMITED BY SIZE
                  INTO WS-CAMINHO-CURSO
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
      *VE SE OS ARQUIVOS EXISTEM. SE NAO EXISTEM (35) CRIA ARQUIVO.
           OPEN I-O ENADECUR.
           IF NOT WS-FS-ECR-OK THEN
               OPEN OUTPUT ENADECUR
               CLOSE ENADECUR
               OPEN I-O ENADECUR
           END-IF.
           OPEN I-O ENADE.
           IF NOT WS-FS-ENA-OK THEN
               OPEN OUTPUT ENADE
               CLOSE ENADE
               OPEN I-O ENADE
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *SEM O CADASTRO DE CURSOS O CODIGO NAO E CONFERIDO E O NOME
      *SAI EM BRANCO.
           OPEN INPUT CURSO.
           IF WS-FS-C-OK THEN
               SET WS-CURSO-ABERTO-OK TO TRUE
           ELSE
               SET WS-CURSO-ABERTO-OK TO FALSE
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P500-CONVOCA-CURSO
                           THRU P500-CONVOCA-CURSO-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '2'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P510-RETIRA-CURSO
                           THRU P510-RETIRA-CURSO-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '3'
                   PERFORM P520-LISTA-CURSOS
                           THRU P520-LISTA-CURSOS-FIM
               WHEN '4'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P540-PROCESSA-RETORNO
                           THRU P540-PROCESSA-RETORNO-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '5'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P560-ALTERA-SITUACAO
                           THRU P560-ALTERA-SITUACAO-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '6'
                   PERFORM P580-CONSULTA-ALUNO
                           THRU P580-CONSULTA-ALUNO-FIM
               WHEN '9'
                   DISPLAY 'SITUACAO NO ENADE ENCERRADA'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '****** SITUACAO NO ENADE ******'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - CONVOCAR CURSO NO ANO  |'.
           DISPLAY '|<2> - RETIRAR CURSO DO ANO   |'.
           DISPLAY '|<3> - CONSULTAR CONVOCADOS   |'.
           DISPLAY '|<4> - PROCESSAR RETORNO      |'.
           DISPLAY '|<5> - ALTERAR SITUACAO       |'.
           DISPLAY '|<6> - CONSULTAR ALUNO        |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *PEDE O ANO DO EXAME E O CURSO (WS-EXISTE-OK QUANDO O CURSO JA
      *ESTA CONVOCADO NO ANO).
       P440-PEDE-CURSO-ANO.
           DISPLAY 'INFORME O ANO DO EXAME (AAAA)..........: '
           END-DISPLAY.
           ACCEPT WS-AA-ENADE
           END-ACCEPT.
           DISPLAY 'INFORME O CODIGO DO CURSO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-CURSO
           END-ACCEPT.
           PERFORM P445-NOME-CURSO THRU P445-NOME-CURSO-FIM.
           MOVE WS-AA-ENADE TO AA-ENADE-ECR.
           MOVE WS-ID-CURSO TO ID-CURSO-ECR.
           SET WS-EXISTE-OK TO TRUE.
           READ ENADECUR
               INVALID KEY
                   SET WS-EXISTE-OK TO FALSE
           END-READ.
       P440-PEDE-CURSO-ANO-FIM.

      *NOME DO CURSO WS-ID-CURSO (EM BRANCO SEM O CADASTRO DE CURSOS;
      *'(SEM CADASTRO)' QUANDO O CODIGO NAO EXISTE).
       P445-NOME-CURSO.
           MOVE SPACES TO WS-NM-CURSO.
           IF NOT WS-CURSO-ABERTO-OK THEN
               GO TO P445-NOME-CURSO-FIM
           END-IF.
           MOVE WS-ID-CURSO TO ID-CURSO OF REG-CURSO.
           READ CURSO
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO WS-NM-CURSO
               NOT INVALID KEY
                   MOVE NM-CURSO TO WS-NM-CURSO
           END-READ.
       P445-NOME-CURSO-FIM.
           EXIT.

      *CONVOCACAO DE UM CURSO PARA O EXAME DO ANO, COM A DATA DA
      *PROVA. CURSO SEM CADASTRO (QUANDO HA CADASTRO) E RECUSADO.
       P500-CONVOCA-CURSO.
           PERFORM P440-PEDE-CURSO-ANO THRU P440-PEDE-CURSO-ANO-FIM.
           IF WS-EXISTE-OK THEN
               DISPLAY 'CURSO JA CONVOCADO PARA O ENADE ' WS-AA-ENADE
                       ' (PROVA EM ' DT-PROVA-ECR ').'
               END-DISPLAY
               GO TO P500-CONVOCA-CURSO-FIM
           END-IF.
           IF WS-NM-CURSO EQUAL '(SEM CADASTRO)' OR
              WS-ID-CURSO EQUAL ZEROS THEN
               DISPLAY 'CURSO NAO CADASTRADO.'
               END-DISPLAY
               GO TO P500-CONVOCA-CURSO-FIM
           END-IF.
           DISPLAY 'DATA DA PROVA (AAAAMMDD)...............: '
           END-DISPLAY.
           ACCEPT WS-DT-PROVA
           END-ACCEPT.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DT-PROVA)
              NOT EQUAL ZEROS OR
              WS-DT-PROVA (1:4) NOT EQUAL WS-AA-ENADE THEN
               DISPLAY 'DATA INVALIDA OU FORA DO ANO DO EXAME.'
               END-DISPLAY
               GO TO P500-CONVOCA-CURSO-FIM
           END-IF.
           DISPLAY 'CONVOCAR ' WS-NM-CURSO ' PARA O ENADE '
                   WS-AA-ENADE '? (S/N)'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'CONVOCACAO CANCELADA.'
               END-DISPLAY
               GO TO P500-CONVOCA-CURSO-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-AA-ENADE     TO AA-ENADE-ECR.
           MOVE WS-ID-CURSO     TO ID-CURSO-ECR.
           MOVE WS-DT-PROVA     TO DT-PROVA-ECR.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-ECR.
           MOVE WS-DH-DATA      TO DT-REGISTRO-ECR.
           WRITE REG-ENADECUR
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO. FILE STATUS: ' WS-FS-ECR
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE SPACES        TO WS-REG-ANTES
                   MOVE 'ENADECUR'    TO WS-AUD-ARQUIVO
                   MOVE 'INCLUSAO'    TO WS-AUD-OPERACAO
                   MOVE CH-ENADECUR   TO WS-AUD-CHAVE
                   MOVE REG-ENADECUR  TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
                   DISPLAY 'CURSO CONVOCADO. GERE A LISTA DE '
                           'HABILITADOS PELO NTENAGER.'
                   END-DISPLAY
           END-WRITE.
       P500-CONVOCA-CURSO-FIM.
           EXIT.

      *RETIRA A CONVOCACAO DE UM CURSO, SO ENQUANTO NENHUM ALUNO DELE
      *TIVER SIDO INSCRITO NO ANO.
       P510-RETIRA-CURSO.
           PERFORM P440-PEDE-CURSO-ANO THRU P440-PEDE-CURSO-ANO-FIM.
           IF NOT WS-EXISTE-OK THEN
               DISPLAY 'CURSO NAO CONVOCADO PARA O ENADE '
                       WS-AA-ENADE '.'
               END-DISPLAY
               GO TO P510-RETIRA-CURSO-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-ENA-OK TO FALSE.
           MOVE WS-AA-ENADE TO AA-ENADE-ENA.
           MOVE ZEROS       TO ID-ALUNO-ENA.
           START ENADE KEY IS NOT LESS THAN CH-ENADE
               INVALID KEY
                   SET WS-EOF-ENA-OK TO TRUE
           END-START.
           PERFORM P515-CONTA-INSCRITO THRU P515-CONTA-INSCRITO-FIM
                   WITH TEST BEFORE
                   UNTIL WS-EOF-ENA-OK OR WS-QTD-LISTADOS > ZEROS.
           IF WS-QTD-LISTADOS IS GREATER THAN ZEROS THEN
               DISPLAY 'CURSO JA TEM ALUNOS INSCRITOS NO ENADE '
                       WS-AA-ENADE '. RETIRADA RECUSADA.'
               END-DISPLAY
               GO TO P510-RETIRA-CURSO-FIM
           END-IF.
           MOVE WS-AA-ENADE TO AA-ENADE-ECR.
           MOVE WS-ID-CURSO TO ID-CURSO-ECR.
           READ ENADECUR
               INVALID KEY
                   GO TO P510-RETIRA-CURSO-FIM
           END-READ.
           DISPLAY 'RETIRAR ' WS-NM-CURSO ' DO ENADE ' WS-AA-ENADE
                   '? (S/N)'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'RETIRADA CANCELADA.'
               END-DISPLAY
               GO TO P510-RETIRA-CURSO-FIM
           END-IF.
           MOVE REG-ENADECUR TO WS-REG-ANTES.
           DELETE ENADECUR RECORD
               INVALID KEY
                   DISPLAY 'ERRO NA EXCLUSAO. FILE STATUS: ' WS-FS-ECR
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE 'ENADECUR'    TO WS-AUD-ARQUIVO
                   MOVE 'EXCLUSAO'    TO WS-AUD-OPERACAO
                   MOVE CH-ENADECUR   TO WS-AUD-CHAVE
                   MOVE SPACES        TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
                   DISPLAY 'CONVOCACAO RETIRADA.'
                   END-DISPLAY
           END-DELETE.
       P510-RETIRA-CURSO-FIM.
           EXIT.

      *PERCORRE OS INSCRITOS DO ANO (A CHAVE COMECA PELO ANO)
      *PROCURANDO ALGUM DO CURSO.
       P515-CONTA-INSCRITO.
           READ ENADE NEXT RECORD
               AT END
                   SET WS-EOF-ENA-OK TO TRUE
               NOT AT END
                   IF AA-ENADE-ENA NOT EQUAL WS-AA-ENADE THEN
                       SET WS-EOF-ENA-OK TO TRUE
                   ELSE
                       IF ID-CURSO-ENA EQUAL WS-ID-CURSO THEN
                           ADD 1 TO WS-QTD-LISTADOS
                       END-IF
                   END-IF
           END-READ.
       P515-CONTA-INSCRITO-FIM.

      *CURSOS CONVOCADOS NO ANO INFORMADO, COM A DATA DA PROVA.
       P520-LISTA-CURSOS.
           DISPLAY 'INFORME O ANO DO EXAME (AAAA)..........: '
           END-DISPLAY.
           ACCEPT WS-AA-ENADE
           END-ACCEPT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-ECR-OK TO FALSE.
           MOVE WS-AA-ENADE TO AA-ENADE-ECR.
           MOVE ZEROS       TO ID-CURSO-ECR.
           START ENADECUR KEY IS NOT LESS THAN CH-ENADECUR
               INVALID KEY
                   SET WS-EOF-ECR-OK TO TRUE
           END-START.
           DISPLAY '----- CURSOS CONVOCADOS PARA O ENADE '
                   WS-AA-ENADE ' -----'
           END-DISPLAY.
           PERFORM P525-LE-CURSO-ANO THRU P525-LE-CURSO-ANO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ECR-OK.
           IF WS-QTD-LISTADOS EQUAL ZEROS THEN
               DISPLAY 'NENHUM CURSO CONVOCADO NO ANO.'
               END-DISPLAY
           END-IF.
       P520-LISTA-CURSOS-FIM.

       P525-LE-CURSO-ANO.
           READ ENADECUR NEXT RECORD
               AT END
                   SET WS-EOF-ECR-OK TO TRUE
               NOT AT END
                   IF AA-ENADE-ECR NOT EQUAL WS-AA-ENADE THEN
                       SET WS-EOF-ECR-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       MOVE ID-CURSO-ECR TO WS-ID-CURSO
                       PERFORM P445-NOME-CURSO
                               THRU P445-NOME-CURSO-FIM
                       DISPLAY 'CURSO ' ID-CURSO-ECR ' - '
                               WS-NM-CURSO ' PROVA EM ' DT-PROVA-ECR
                       END-DISPLAY
                   END-IF
           END-READ.
       P525-LE-CURSO-ANO-FIM.

      ******************************************************************
      *PROCESSAMENTO DO RETORNO: GRAVA A SITUACAO DE CADA INSCRITO E
      *GUARDA A LISTA DE TRABALHO DOS IRREGULARES E DAS OCORRENCIAS.
      ******************************************************************
       P540-PROCESSA-RETORNO.
           OPEN INPUT RETORNO.
           IF NOT WS-FS-RET-OK THEN
               DISPLAY 'ENADERET.TXT NAO ENCONTRADO. PROCESSAMENTO '
                       'CANCELADO.'
               END-DISPLAY
               GO TO P540-PROCESSA-RETORNO-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-PRESENTES.
           MOVE ZEROS TO WS-QTD-DISPENSADOS.
           MOVE ZEROS TO WS-QTD-IRREGULARES.
           MOVE ZEROS TO WS-QTD-NAO-INSCRITOS.
           MOVE ZEROS TO WS-QTD-INVALIDOS.
           SET WS-EOF-RETORNO-OK TO FALSE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'RETORNO DO ENADE - LISTA DE TRABALHO - '
                  'PROCESSADO EM '
                  WS-DH-DIA '/' WS-DH-MES '/' WS-DH-ANO
                  ' POR ' WS-COM-OPERADOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P545-LE-RETORNO THRU P545-LE-RETORNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RETORNO-OK.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'LIDOS: ' WS-QTD-LIDOS
                  ' - PRESENTES: ' WS-QTD-PRESENTES
                  ' - DISPENSADOS: ' WS-QTD-DISPENSADOS
                  ' - IRREGULARES: ' WS-QTD-IRREGULARES
                  ' - SEM INSCRICAO: ' WS-QTD-NAO-INSCRITOS
                  ' - INVALIDOS: ' WS-QTD-INVALIDOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           CLOSE RETORNO.
           DISPLAY '*** RETORNO DO ENADE PROCESSADO ***'
           END-DISPLAY.
           DISPLAY 'REGISTROS LIDOS..........: ' WS-QTD-LIDOS
           END-DISPLAY.
           DISPLAY 'PRESENTES................: ' WS-QTD-PRESENTES
           END-DISPLAY.
           DISPLAY 'DISPENSADOS..............: ' WS-QTD-DISPENSADOS
           END-DISPLAY.
           DISPLAY 'IRREGULARES..............: ' WS-QTD-IRREGULARES
           END-DISPLAY.
           DISPLAY 'SEM INSCRICAO NO ANO.....: ' WS-QTD-NAO-INSCRITOS
           END-DISPLAY.
           DISPLAY 'SITUACAO INVALIDA........: ' WS-QTD-INVALIDOS
           END-DISPLAY.
       P540-PROCESSA-RETORNO-FIM.
           EXIT.

       P545-LE-RETORNO.
           READ RETORNO
               AT END
                   SET WS-EOF-RETORNO-OK TO TRUE
               NOT AT END
                   MOVE REG-RETORNO TO WS-LINHA-RETORNO
                   IF WS-LINHA-RETORNO NOT EQUAL SPACES THEN
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM P550-APLICA-RESULTADO
                               THRU P550-APLICA-RESULTADO-FIM
                   END-IF
           END-READ.
       P545-LE-RETORNO-FIM.

      *SITUACAO INVALIDA OU ALUNO SEM INSCRICAO NO ANO SAEM SO NA
      *LISTA; OS DEMAIS TEM A SITUACAO REGRAVADA E AUDITADA. O
      *IRREGULAR TAMBEM VAI PARA A LISTA, PARA O ACERTO JUNTO AO EXAME.
       P550-APLICA-RESULTADO.
           IF NOT WS-RT-SITUACAO-VALIDA THEN
               ADD 1 TO WS-QTD-INVALIDOS
               SET WS-OCOR-INVALIDA TO TRUE
               PERFORM P555-LISTA-OCORRENCIA
                       THRU P555-LISTA-OCORRENCIA-FIM
               GO TO P550-APLICA-RESULTADO-FIM
           END-IF.
           MOVE WS-RT-AA-ENADE TO AA-ENADE-ENA.
           MOVE WS-RT-ID-ALUNO TO ID-ALUNO-ENA.
           READ ENADE
               INVALID KEY
                   ADD 1 TO WS-QTD-NAO-INSCRITOS
                   SET WS-OCOR-SEM-INSCRICAO TO TRUE
                   PERFORM P555-LISTA-OCORRENCIA
                           THRU P555-LISTA-OCORRENCIA-FIM
                   GO TO P550-APLICA-RESULTADO-FIM
           END-READ.
           MOVE REG-ENADE       TO WS-REG-ANTES.
           MOVE WS-RT-SITUACAO  TO ST-ENADE-ENA.
           MOVE WS-DH-DATA      TO DT-SITUACAO-ENA.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-ENA.
           MOVE 'RETORNO DO EXAME' TO DS-OBSERVACAO-ENA.
           REWRITE REG-ENADE
               INVALID KEY
                   DISPLAY 'ERRO NA ATUALIZACAO DO ALUNO '
                           WS-RT-ID-ALUNO '. FILE STATUS: ' WS-FS-ENA
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE 'ENADE'       TO WS-AUD-ARQUIVO
                   MOVE 'ALTERACAO'   TO WS-AUD-OPERACAO
                   MOVE CH-ENADE      TO WS-AUD-CHAVE
                   MOVE REG-ENADE     TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
                   EVALUATE TRUE
                       WHEN ST-ENADE-PRESENTE
                           ADD 1 TO WS-QTD-PRESENTES
                       WHEN ST-ENADE-DISPENSADO
                           ADD 1 TO WS-QTD-DISPENSADOS
                       WHEN OTHER
                           ADD 1 TO WS-QTD-IRREGULARES
                           SET WS-OCOR-IRREGULAR TO TRUE
                           PERFORM P555-LISTA-OCORRENCIA
                                   THRU P555-LISTA-OCORRENCIA-FIM
                   END-EVALUATE
           END-REWRITE.
       P550-APLICA-RESULTADO-FIM.
           EXIT.

       P555-LISTA-OCORRENCIA.
           MOVE WS-RT-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO NM-ALUNO OF REG-ALUNO
           END-READ.
           MOVE SPACES TO WS-LINHA-REL.
           EVALUATE TRUE
               WHEN WS-OCOR-INVALIDA
                   STRING 'ALUNO ' WS-RT-ID-ALUNO ' - '
                          NM-ALUNO OF REG-ALUNO
                          ' ENADE ' WS-RT-AA-ENADE
                          ' SITUACAO INVALIDA NO RETORNO ('
                          WS-RT-SITUACAO ')'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
               WHEN WS-OCOR-SEM-INSCRICAO
                   STRING 'ALUNO ' WS-RT-ID-ALUNO ' - '
                          NM-ALUNO OF REG-ALUNO
                          ' ENADE ' WS-RT-AA-ENADE
                          ' SEM INSCRICAO NO ANO'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
               WHEN OTHER
                   STRING 'ALUNO ' WS-RT-ID-ALUNO ' - '
                          NM-ALUNO OF REG-ALUNO
                          ' ENADE ' WS-RT-AA-ENADE
                          ' CURSO ' ID-CURSO-ENA
                          ' IRREGULAR - REGULARIZAR JUNTO AO EXAME'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
           END-EVALUATE.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P555-LISTA-OCORRENCIA-FIM.

      *ALTERACAO MANUAL DA SITUACAO DE UM INSCRITO (DISPENSA
      *CONCEDIDA DEPOIS DO RETORNO, REGULARIZACAO DO IRREGULAR), COM
      *MOTIVO OBRIGATORIO.
       P560-ALTERA-SITUACAO.
           DISPLAY 'INFORME O ANO DO EXAME (AAAA)..........: '
           END-DISPLAY.
           ACCEPT WS-AA-ENADE
           END-ACCEPT.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE WS-AA-ENADE TO AA-ENADE-ENA.
           MOVE WS-ID-ALUNO TO ID-ALUNO-ENA.
           READ ENADE
               INVALID KEY
                   DISPLAY 'ALUNO SEM INSCRICAO NO ENADE '
                           WS-AA-ENADE '.'
                   END-DISPLAY
                   GO TO P560-ALTERA-SITUACAO-FIM
           END-READ.
           PERFORM P590-MOSTRA-INSCRICAO THRU P590-MOSTRA-INSCRICAO-FIM.
           DISPLAY 'NOVA SITUACAO (I-INSCRITO P-PRESENTE D-DISPENSADO '
                   'X-IRREGULAR): '
           END-DISPLAY.
           ACCEPT WS-ST-NOVA
           END-ACCEPT.
           MOVE REG-ENADE    TO WS-REG-ANTES.
           MOVE ST-ENADE-ENA TO WS-ST-ANTERIOR.
           MOVE WS-ST-NOVA   TO ST-ENADE-ENA.
           IF NOT ST-ENADE-VALIDO THEN
               DISPLAY 'SITUACAO INVALIDA.'
               END-DISPLAY
               GO TO P560-ALTERA-SITUACAO-FIM
           END-IF.
           IF WS-ST-ANTERIOR EQUAL WS-ST-NOVA THEN
               DISPLAY 'ALUNO JA ESTA NESTA SITUACAO.'
               END-DISPLAY
               GO TO P560-ALTERA-SITUACAO-FIM
           END-IF.
           DISPLAY 'MOTIVO DA ALTERACAO....................: '
           END-DISPLAY.
           ACCEPT WS-DS-MOTIVO
           END-ACCEPT.
           IF WS-DS-MOTIVO EQUAL SPACES THEN
               DISPLAY 'MOTIVO OBRIGATORIO. ALTERACAO CANCELADA.'
               END-DISPLAY
               GO TO P560-ALTERA-SITUACAO-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA      TO DT-SITUACAO-ENA.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-ENA.
           MOVE WS-DS-MOTIVO    TO DS-OBSERVACAO-ENA.
           REWRITE REG-ENADE
               INVALID KEY
                   DISPLAY 'ERRO NA ATUALIZACAO. FILE STATUS: '
                           WS-FS-ENA
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE 'ENADE'       TO WS-AUD-ARQUIVO
                   MOVE 'ALTERACAO'   TO WS-AUD-OPERACAO
                   MOVE CH-ENADE      TO WS-AUD-CHAVE
                   MOVE REG-ENADE     TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
                   DISPLAY 'SITUACAO ALTERADA.'
                   END-DISPLAY
           END-REWRITE.
       P560-ALTERA-SITUACAO-FIM.
           EXIT.

      *TODAS AS INSCRICOES DO ALUNO NO ENADE, PELA CHAVE POR ALUNO.
       P580-CONSULTA-ALUNO.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO NM-ALUNO OF REG-ALUNO
           END-READ.
           DISPLAY '----- ENADE DO ALUNO ' WS-ID-ALUNO ' - '
                   NM-ALUNO OF REG-ALUNO ' -----'
           END-DISPLAY.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-ENA-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-ENA.
           START ENADE KEY IS EQUAL TO ID-ALUNO-ENA
               INVALID KEY
                   SET WS-EOF-ENA-OK TO TRUE
           END-START.
           PERFORM P585-LE-INSCRICAO THRU P585-LE-INSCRICAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ENA-OK.
           IF WS-QTD-LISTADOS EQUAL ZEROS THEN
               DISPLAY 'ALUNO SEM INSCRICAO NO ENADE.'
               END-DISPLAY
           END-IF.
       P580-CONSULTA-ALUNO-FIM.

       P585-LE-INSCRICAO.
           READ ENADE NEXT RECORD
               AT END
                   SET WS-EOF-ENA-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-ENA NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-ENA-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM P590-MOSTRA-INSCRICAO
                               THRU P590-MOSTRA-INSCRICAO-FIM
                   END-IF
           END-READ.
       P585-LE-INSCRICAO-FIM.

       P590-MOSTRA-INSCRICAO.
           EVALUATE TRUE
               WHEN TP-ENADE-INGRESSANTE
                   MOVE 'INGRESSANTE' TO WS-DS-TIPO
               WHEN TP-ENADE-CONCLUINTE
                   MOVE 'CONCLUINTE'  TO WS-DS-TIPO
               WHEN OTHER
                   MOVE SPACES        TO WS-DS-TIPO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ST-ENADE-INSCRITO
                   MOVE 'INSCRITO'    TO WS-DS-SITUACAO
               WHEN ST-ENADE-PRESENTE
                   MOVE 'PRESENTE'    TO WS-DS-SITUACAO
               WHEN ST-ENADE-DISPENSADO
                   MOVE 'DISPENSADO'  TO WS-DS-SITUACAO
               WHEN ST-ENADE-IRREGULAR
                   MOVE 'IRREGULAR'   TO WS-DS-SITUACAO
               WHEN OTHER
                   MOVE SPACES        TO WS-DS-SITUACAO
           END-EVALUATE.
           DISPLAY 'ENADE ' AA-ENADE-ENA ' CURSO ' ID-CURSO-ENA ' '
                   WS-DS-TIPO ' (' PC-INTEGRALIZADO-ENA
                   '% DA GRADE) - ' WS-DS-SITUACAO ' EM '
                   DT-SITUACAO-ENA
           END-DISPLAY.
           IF DS-OBSERVACAO-ENA NOT EQUAL SPACES THEN
               DISPLAY '   OBS.: ' DS-OBSERVACAO-ENA
               END-DISPLAY
           END-IF.
       P590-MOSTRA-INSCRICAO-FIM.

      *ALOCA O SPOOL DA LISTA DE TRABALHO NO PGSPOOL E ABRE O
      *ARQUIVO DE SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTENAMAN'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
       P300-ABRE-SPOOL-FIM.

      *GRAVA UMA LINHA NO SPOOL, CONTANDO AS PAGINAS (60 LINHAS).
       P305-GRAVA-LINHA-SPOOL.
           MOVE WS-LINHA-REL TO REG-SAIDA-SPOOL.
           WRITE REG-SAIDA-SPOOL
           END-WRITE.
           ADD 1 TO WS-LINHAS-SPOOL.
           IF WS-LINHAS-SPOOL IS GREATER THAN OR EQUAL TO 60 THEN
               MOVE ZEROS TO WS-LINHAS-SPOOL
               ADD 1 TO WS-SP-PAGINAS
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
       P305-GRAVA-LINHA-SPOOL-FIM.

       P310-FECHA-SPOOL.
           CLOSE SAIDA-SPOOL.
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           DISPLAY 'LISTA GUARDADA NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P610-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE WS-AUD-ARQUIVO      TO NM-ARQUIVO-AUDITORIA.
           MOVE WS-AUD-OPERACAO     TO TP-OPERACAO-AUDITORIA.
           MOVE WS-AUD-CHAVE        TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES        TO DS-ANTES-AUDITORIA.
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
       P610-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           CLOSE ENADECUR.
           CLOSE ENADE.
           CLOSE ALUNOS.
           IF WS-CURSO-ABERTO-OK THEN
               CLOSE CURSO
           END-IF.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTENAMAN.
