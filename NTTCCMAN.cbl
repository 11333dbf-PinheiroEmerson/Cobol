      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      27/03/2023.
      * Purpose:   TRABALHO DE CONCLUSAO DE CURSO (TCC) - CADASTRO DO
      *            TCC DO ALUNO (TCC.DAT, CFPK0055: TITULO, OFERTA DA
      *            MATERIA DE TCC, ORIENTADOR E COORIENTADOR DE
      *            PROFESSOR.DAT), REGISTRO DAS ENTREGAS DO PROJETO E
      *            DA VERSAO FINAL, COMPOSICAO DA BANCA E AGENDAMENTO
      *            DA DEFESA - COM A SALA CONFERIDA CONTRA AS AULAS DE
      *            HORARIO.DAT NO DIA DA SEMANA E PERIODO DA DATA E
      *            CONTRA AS OUTRAS DEFESAS JA AGENDADAS - E REGISTRO
      *            DA DEFESA: AS NOTAS DA BANCA DAO A NOTA FINAL
      *            (MEDIA), GRAVADA COMO RESULTADO DA OFERTA EM
      *            ALUTODOS.DAT (AUDITADO, COMO NO NTAPVEXT), E A ATA
      *            DE DEFESA SAI NO SPOOL (PGSPOOL). O REGISTRO DA
      *            DEFESA E PERMITIDO SO AO ORIENTADOR (VINCULO
      *            ID-OPERADOR-PROFESSOR) OU A SUPERVISOR.
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
       PROGRAM-ID. NTTCCMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT PROFESSOR
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-PROFESSOR OF REG-PROFESSOR
           FILE  STATUS IS WS-FS-P.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT HORARIO
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-HORARIO
           FILE  STATUS IS WS-FS-H.

           SELECT TCC
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TCC
           FILE  STATUS IS WS-FS-TCC.

           SELECT TODOS-ALUNOS
           ASSIGN TO WS-CAMINHO-TODOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT AUDITORIA
           ASSIGN TO WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  PROFESSOR.
           COPY CFPK0010.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  HORARIO.
           COPY CFPK0011.

       FD  TCC.
           COPY CFPK0055.

       FD  TODOS-ALUNOS.
           COPY CFPK0004.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-CAMINHO-TODOS            PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-AUDITORIA        PIC X(80) VALUE SPACES.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-NR-TCC                   PIC 9(02) VALUE ZEROS.
       77  WS-ID-PROFESSOR             PIC 9(03) VALUE ZEROS.
       77  WS-DT-INFORMADA             PIC 9(08) VALUE ZEROS.
       77  WS-TP-ENTREGA               PIC X(01) VALUE SPACES.
       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-2                 PIC 9(02) VALUE ZEROS.
       77  WS-QTD-TCC                  PIC 9(02) VALUE ZEROS.

      *DADOS DA DEFESA INFORMADOS NO AGENDAMENTO, CONFERIDOS ANTES DE
      *IREM PARA O REGISTRO DO TCC.
       01  WS-CH-TCC-ATUAL.
           03 WS-ID-ALUNO-ATUAL        PIC 9(05).
           03 WS-NR-TCC-ATUAL          PIC 9(02).
       77  WS-DT-DEFESA                PIC 9(08) VALUE ZEROS.
       77  WS-HR-INICIO                PIC 9(04) VALUE ZEROS.
       77  WS-HR-FIM                   PIC 9(04) VALUE ZEROS.
       77  WS-SALA                     PIC X(06) VALUE SPACES.
       77  WS-QT-MEMBROS               PIC 9(01) VALUE ZEROS.
       01  WS-TAB-BANCA.
           03 WS-BC-ID-PROFESSOR       PIC 9(03) OCCURS 5 TIMES.

      *DIA DA SEMANA (1=DOMINGO ... 7=SABADO, COMO EM HORARIO.DAT) E
      *PERIODO LETIVO (MESES 01-06 = 1, 07-12 = 2) DA DATA DA DEFESA.
       77  WS-RESTO-SEMANA             PIC 9(01) VALUE ZEROS.
       77  WS-DIA-SEMANA-DEFESA        PIC 9(01) VALUE ZEROS.
       01  WS-PERIODO-DEFESA.
           03 WS-PD-ANO                PIC 9(04).
           03 WS-PD-SEMESTRE           PIC 9(01).

      *APURACAO DA NOTA FINAL: MEDIA SIMPLES DAS NOTAS DA BANCA.
       77  WS-NT-MEMBRO                PIC 9(02)V99 VALUE ZEROS.
       77  WS-SOMA-NOTAS               PIC 9(03)V99 VALUE ZEROS.
       77  WS-NT-FINAL                 PIC 9(02)V99 VALUE ZEROS.
       77  WS-ST-RESULTADO             PIC X(10) VALUE SPACES.
       77  WS-NM-MATERIA               PIC X(20) VALUE SPACES.
       77  WS-NT-APROVACAO             PIC 9(02)V99 VALUE ZEROS.

       77  WS-LIBERADO                 PIC X.
           88 WS-LIBERADO-OK           VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-CONFLITO                 PIC X.
           88 WS-CONFLITO-OK           VALUE 'S' FALSE 'N'.
       77  WS-TEM-TCC-ABERTO           PIC X.
           88 WS-TEM-TCC-ABERTO-OK     VALUE 'S' FALSE 'N'.
       77  WS-HOR-ABERTO               PIC X VALUE 'N'.
           88 WS-HOR-ABERTO-OK         VALUE 'S' FALSE 'N'.

       77  WS-EOF-TCC                  PIC X.
           88 WS-EOF-TCC-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-HORARIO              PIC X.
           88 WS-EOF-HORARIO-OK        VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DA ATA
      *(60 LINHAS POR PAGINA, COMO NO NTALULIS).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.
       77  WS-NOTA-EDITADA             PIC Z9,99.
       77  WS-FUNCAO-BANCA             PIC X(12) VALUE SPACES.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-H                     PIC 99.
           88 WS-FS-H-OK               VALUE 0.
       77  WS-FS-TCC                   PIC 99.
           88 WS-FS-TCC-OK             VALUE 0.
       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.
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
           INITIALIZE WS-OPCAO WS-FS-A WS-FS-P WS-FS-M WS-FS-H
                      WS-FS-TCC WS-FS-T WS-FS-AUD WS-FS-SPL
                      WS-ID-ALUNO WS-NR-TCC WS-ID-PROFESSOR
                      WS-DT-INFORMADA WS-DT-DEFESA WS-HR-INICIO
                      WS-HR-FIM WS-SALA WS-QT-MEMBROS WS-TAB-BANCA
                      WS-REG-ANTES WS-AUD-ARQUIVO WS-AUD-OPERACAO
                      WS-AUD-CHAVE WS-AUD-DEPOIS WS-LINHA-REL
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS MESTRES, DO HORARIO, DOS TCCS, DOS
      *RESULTADOS E DA AUDITORIA A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PROFESSOR.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\HORARIO.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\TCC.DAT'       DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTODOS.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-TODOS
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-AUDITORIA
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *SEM HORARIO.DAT A SALA SO E CONFERIDA CONTRA AS OUTRAS DEFESAS.
       P400-ABRE-ARQ.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT PROFESSOR.
           IF NOT WS-FS-P-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT MATERIAS.
           IF NOT WS-FS-M-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT HORARIO.
           IF WS-FS-H-OK THEN
               SET WS-HOR-ABERTO-OK TO TRUE
           END-IF.
           OPEN I-O TCC.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-TCC-OK THEN
               OPEN OUTPUT TCC
               CLOSE TCC
               OPEN I-O TCC
           END-IF.
           OPEN I-O TODOS-ALUNOS.
           IF NOT WS-FS-T-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
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
                   PERFORM P500-INCLUI THRU P500-INCLUI-FIM
               WHEN '2'
                   PERFORM P510-CONSULTA THRU P510-CONSULTA-FIM
               WHEN '3'
                   PERFORM P520-ENTREGA THRU P520-ENTREGA-FIM
               WHEN '4'
                   PERFORM P530-AGENDA-DEFESA
                           THRU P530-AGENDA-DEFESA-FIM
               WHEN '5'
                   PERFORM P550-REGISTRA-DEFESA
                           THRU P550-REGISTRA-DEFESA-FIM
               WHEN '6'
                   PERFORM P570-CANCELA THRU P570-CANCELA-FIM
               WHEN '9'
                   DISPLAY 'TRABALHO DE CONCLUSAO ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '************ T C C ************'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - CADASTRAR TCC          |'.
           DISPLAY '|<2> - CONSULTAR TCC          |'.
           DISPLAY '|<3> - REGISTRAR ENTREGA      |'.
           DISPLAY '|<4> - BANCA E DEFESA         |'.
           DISPLAY '|<5> - REGISTRAR DEFESA E ATA |'.
           DISPLAY '|<6> - CANCELAR TCC           |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *LE O ALUNO INFORMADO; WS-LIBERADO INDICA SE FOI ACHADO.
       P440-PEDE-ALUNO.
           SET WS-LIBERADO-OK TO FALSE.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO LOCALIZADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-LIBERADO-OK TO TRUE
                   DISPLAY 'ALUNO ' ID-ALUNO OF REG-ALUNO ' - '
                           NM-ALUNO OF REG-ALUNO
                   END-DISPLAY
           END-READ.
       P440-PEDE-ALUNO-FIM.

      *LE O TCC (ALUNO + NUMERO); WS-LIBERADO INDICA SE FOI ACHADO.
       P445-PEDE-TCC.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P445-PEDE-TCC-FIM
           END-IF.
           SET WS-LIBERADO-OK TO FALSE.
           DISPLAY 'INFORME O NUMERO DO TCC................: '
           END-DISPLAY.
           ACCEPT WS-NR-TCC
           END-ACCEPT.
           MOVE WS-ID-ALUNO TO ID-ALUNO-TCC.
           MOVE WS-NR-TCC   TO NR-TCC.
           READ TCC
               INVALID KEY
                   DISPLAY 'TCC NAO LOCALIZADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-LIBERADO-OK TO TRUE
                   PERFORM P517-MOSTRA-TCC THRU P517-MOSTRA-TCC-FIM
           END-READ.
       P445-PEDE-TCC-FIM.
           EXIT.

      *PEDE UMA DATA AAAAMMDD E CONFERE SE E UMA DATA VALIDA.
       P450-PEDE-DATA.
           SET WS-LIBERADO-OK TO TRUE.
           ACCEPT WS-DT-INFORMADA
           END-ACCEPT.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DT-INFORMADA)
              NOT EQUAL ZEROS THEN
               DISPLAY 'DATA INVALIDA.'
               END-DISPLAY
               SET WS-LIBERADO-OK TO FALSE
           END-IF.
       P450-PEDE-DATA-FIM.

      *LE O PROFESSOR INFORMADO EM WS-ID-PROFESSOR; WS-LIBERADO
      *INDICA SE FOI ACHADO.
       P455-LE-PROFESSOR.
           SET WS-LIBERADO-OK TO FALSE.
           MOVE WS-ID-PROFESSOR TO ID-PROFESSOR OF REG-PROFESSOR.
           READ PROFESSOR
               INVALID KEY
                   DISPLAY 'PROFESSOR ' WS-ID-PROFESSOR
                           ' NAO LOCALIZADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-LIBERADO-OK TO TRUE
           END-READ.
       P455-LE-PROFESSOR-FIM.
           EXIT.

      *CADASTRA O TCC DO ALUNO, NUMERADO EM SEGUIDA AO ULTIMO. SO UM
      *TCC EM ANDAMENTO (OU JA APROVADO) POR ALUNO.
       P500-INCLUI.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P500-INCLUI-FIM
           END-IF.
           IF NOT ST-ALUNO-ATIVO AND ST-ALUNO NOT EQUAL SPACES THEN
               DISPLAY 'ALUNO NAO ESTA ATIVO (' ST-ALUNO
                       '). CADASTRO RECUSADO.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           PERFORM P508-PROXIMO-TCC THRU P508-PROXIMO-TCC-FIM.
           IF WS-TEM-TCC-ABERTO-OK THEN
               DISPLAY 'ALUNO JA TEM TCC EM ANDAMENTO OU APROVADO. '
                       'CADASTRO RECUSADO.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           INITIALIZE REG-TCC
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-ID-ALUNO TO ID-ALUNO-TCC.
           MOVE WS-NR-TCC   TO NR-TCC.
           DISPLAY 'TITULO DO TRABALHO.....................: '
           END-DISPLAY.
           ACCEPT DS-TITULO-TCC
           END-ACCEPT.
           DISPLAY 'CODIGO DA MATERIA DE TCC...............: '
           END-DISPLAY.
           ACCEPT ID-MATERIA-TCC
           END-ACCEPT.
           DISPLAY 'ANO/SEMESTRE DA OFERTA (AAAAS).........: '
           END-DISPLAY.
           ACCEPT ANO-SEMESTRE-TCC
           END-ACCEPT.
           MOVE ID-MATERIA-TCC   TO ID-MATERIA   OF REG-MATERIA.
           MOVE ANO-SEMESTRE-TCC TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   DISPLAY 'OFERTA DA MATERIA NAO LOCALIZADA. '
                           'CADASTRO RECUSADO.'
                   END-DISPLAY
                   GO TO P500-INCLUI-FIM
           END-READ.
           DISPLAY 'CODIGO DO PROFESSOR ORIENTADOR.........: '
           END-DISPLAY.
           ACCEPT WS-ID-PROFESSOR
           END-ACCEPT.
           PERFORM P455-LE-PROFESSOR THRU P455-LE-PROFESSOR-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P500-INCLUI-FIM
           END-IF.
           MOVE WS-ID-PROFESSOR TO ID-ORIENTADOR-TCC.
           DISPLAY 'CODIGO DO COORIENTADOR (0 = NAO TEM)...: '
           END-DISPLAY.
           ACCEPT WS-ID-PROFESSOR
           END-ACCEPT.
           IF WS-ID-PROFESSOR IS GREATER THAN ZEROS THEN
               IF WS-ID-PROFESSOR EQUAL ID-ORIENTADOR-TCC THEN
                   DISPLAY 'COORIENTADOR DEVE SER OUTRO PROFESSOR.'
                   END-DISPLAY
                   GO TO P500-INCLUI-FIM
               END-IF
               PERFORM P455-LE-PROFESSOR THRU P455-LE-PROFESSOR-FIM
               IF NOT WS-LIBERADO-OK THEN
                   GO TO P500-INCLUI-FIM
               END-IF
           END-IF.
           MOVE WS-ID-PROFESSOR TO ID-COORIENTADOR-TCC.
           MOVE WS-DH-DATA      TO DT-CADASTRO-TCC.
           SET ST-TCC-CADASTRADO TO TRUE.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-TCC.
           WRITE REG-TCC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O TCC.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'TCC ' NR-TCC ' CADASTRADO COM SUCESSO.'
                   END-DISPLAY
           END-WRITE.
       P500-INCLUI-FIM.
           EXIT.

      *O PROXIMO NUMERO DE TCC E O MAIOR DO ALUNO MAIS UM. TCC QUE
      *NAO ESTA CANCELADO NEM DEFENDIDO COM REPROVACAO IMPEDE OUTRO.
       P508-PROXIMO-TCC.
           MOVE ZEROS TO WS-NR-TCC.
           SET WS-TEM-TCC-ABERTO-OK TO FALSE.
           SET WS-EOF-TCC-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-TCC.
           MOVE ZEROS       TO NR-TCC.
           START TCC KEY IS NOT LESS THAN CH-TCC
               INVALID KEY
                   SET WS-EOF-TCC-OK TO TRUE
           END-START.
           PERFORM P509-LE-TCC THRU P509-LE-TCC-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TCC-OK.
           ADD 1 TO WS-NR-TCC.
       P508-PROXIMO-TCC-FIM.

       P509-LE-TCC.
           READ TCC NEXT RECORD
               AT END
                   SET WS-EOF-TCC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-TCC NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-TCC-OK TO TRUE
                   ELSE
                       MOVE NR-TCC TO WS-NR-TCC
                       IF NOT ST-TCC-CANCELADO AND
                          ST-RESULTADO-TCC NOT EQUAL 'REPROVADO' THEN
                           SET WS-TEM-TCC-ABERTO-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P509-LE-TCC-FIM.

      *LISTA TODOS OS TCCS DO ALUNO.
       P510-CONSULTA.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P510-CONSULTA-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-TCC.
           SET WS-EOF-TCC-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-TCC.
           MOVE ZEROS       TO NR-TCC.
           START TCC KEY IS NOT LESS THAN CH-TCC
               INVALID KEY
                   SET WS-EOF-TCC-OK TO TRUE
           END-START.
           PERFORM P515-LE-TCC THRU P515-LE-TCC-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TCC-OK.
           IF WS-QTD-TCC EQUAL ZEROS THEN
               DISPLAY 'ALUNO SEM TCC CADASTRADO.'
               END-DISPLAY
           END-IF.
       P510-CONSULTA-FIM.

       P515-LE-TCC.
           READ TCC NEXT RECORD
               AT END
                   SET WS-EOF-TCC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-TCC NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-TCC-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-TCC
                       PERFORM P517-MOSTRA-TCC
                               THRU P517-MOSTRA-TCC-FIM
                   END-IF
           END-READ.
       P515-LE-TCC-FIM.

       P517-MOSTRA-TCC.
           DISPLAY '------------------------------------'
           END-DISPLAY.
           DISPLAY 'TCC ' NR-TCC ' - ' DS-TITULO-TCC
           END-DISPLAY.
           DISPLAY '   MATERIA ' ID-MATERIA-TCC ' ' AS-ANO-TCC '/'
                   AS-SEMESTRE-TCC ' - ORIENTADOR ' ID-ORIENTADOR-TCC
                   ' - COORIENTADOR ' ID-COORIENTADOR-TCC
                   ' - SITUACAO ' ST-TCC
           END-DISPLAY.
           DISPLAY '   PROJETO ENTREGUE EM ' DT-ENTREGA-PROJETO
                   ' - VERSAO FINAL EM ' DT-ENTREGA-FINAL
           END-DISPLAY.
           IF QT-MEMBROS-BANCA IS GREATER THAN ZEROS THEN
               DISPLAY '   DEFESA ' DT-DEFESA-TCC (7:2) '/'
                       DT-DEFESA-TCC (5:2) '/' DT-DEFESA-TCC (1:4)
                       ' DAS ' HR-INICIO-DEFESA ' AS ' HR-FIM-DEFESA
                       ' - SALA ' SALA-DEFESA
               END-DISPLAY
               PERFORM P518-MOSTRA-MEMBRO THRU P518-MOSTRA-MEMBRO-FIM
                       VARYING WS-INDICE-2 FROM 1 BY 1
                       UNTIL WS-INDICE-2 > QT-MEMBROS-BANCA
           END-IF.
           IF ST-TCC-DEFENDIDO THEN
               DISPLAY '   NOTA FINAL ' NT-FINAL-TCC ' - '
                       ST-RESULTADO-TCC
               END-DISPLAY
           END-IF.
       P517-MOSTRA-TCC-FIM.

       P518-MOSTRA-MEMBRO.
           DISPLAY '   BANCA ' WS-INDICE-2 ' - PROFESSOR '
                   ID-PROFESSOR-BANCA (WS-INDICE-2) ' - NOTA '
                   NT-MEMBRO-BANCA (WS-INDICE-2)
           END-DISPLAY.
       P518-MOSTRA-MEMBRO-FIM.

      *REGISTRA A ENTREGA DO PROJETO OU DA VERSAO FINAL. A VERSAO
      *FINAL EXIGE O PROJETO JA ENTREGUE E LIBERA O AGENDAMENTO.
       P520-ENTREGA.
           PERFORM P445-PEDE-TCC THRU P445-PEDE-TCC-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P520-ENTREGA-FIM
           END-IF.
           IF NOT ST-TCC-CADASTRADO AND NOT ST-TCC-ENTREGUE THEN
               DISPLAY 'TCC COM DEFESA AGENDADA, DEFENDIDO OU '
                       'CANCELADO. ENTREGA RECUSADA.'
               END-DISPLAY
               GO TO P520-ENTREGA-FIM
           END-IF.
           DISPLAY 'P=PROJETO F=VERSAO FINAL...............: '
           END-DISPLAY.
           ACCEPT WS-TP-ENTREGA
           END-ACCEPT.
           IF WS-TP-ENTREGA NOT EQUAL 'P' AND
              WS-TP-ENTREGA NOT EQUAL 'F' THEN
               DISPLAY 'OPCAO INVALIDA.'
               END-DISPLAY
               GO TO P520-ENTREGA-FIM
           END-IF.
           IF WS-TP-ENTREGA EQUAL 'F' AND
              DT-ENTREGA-PROJETO EQUAL ZEROS THEN
               DISPLAY 'PROJETO AINDA NAO ENTREGUE. ENTREGA '
                       'RECUSADA.'
               END-DISPLAY
               GO TO P520-ENTREGA-FIM
           END-IF.
           DISPLAY 'DATA DA ENTREGA (AAAAMMDD).............: '
           END-DISPLAY.
           PERFORM P450-PEDE-DATA THRU P450-PEDE-DATA-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P520-ENTREGA-FIM
           END-IF.
           IF WS-DT-INFORMADA IS GREATER THAN WS-DH-DATA OR
              WS-DT-INFORMADA IS LESS THAN DT-CADASTRO-TCC THEN
               DISPLAY 'DATA FORA DO PERIODO DO TCC. ENTREGA '
                       'RECUSADA.'
               END-DISPLAY
               GO TO P520-ENTREGA-FIM
           END-IF.
           IF WS-TP-ENTREGA EQUAL 'P' THEN
               MOVE WS-DT-INFORMADA TO DT-ENTREGA-PROJETO
           ELSE
               IF WS-DT-INFORMADA IS LESS THAN DT-ENTREGA-PROJETO
                  THEN
                   DISPLAY 'VERSAO FINAL ANTES DO PROJETO. ENTREGA '
                           'RECUSADA.'
                   END-DISPLAY
                   GO TO P520-ENTREGA-FIM
               END-IF
               MOVE WS-DT-INFORMADA TO DT-ENTREGA-FINAL
               SET ST-TCC-ENTREGUE TO TRUE
           END-IF.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-TCC.
           REWRITE REG-TCC
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O TCC.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'ENTREGA REGISTRADA COM SUCESSO.'
                   END-DISPLAY
           END-REWRITE.
       P520-ENTREGA-FIM.
           EXIT.

      *COMPOE A BANCA (O ORIENTADOR PRESIDE COMO MEMBRO 1, MAIS 2 A 4
      *MEMBROS) E AGENDA A DEFESA. A SALA NAO PODE TER AULA NO MESMO
      *DIA DA SEMANA DO PERIODO NEM OUTRA DEFESA NA MESMA DATA EM
      *FAIXA SOBREPOSTA. TCC JA AGENDADO PODE SER REAGENDADO.
       P530-AGENDA-DEFESA.
           PERFORM P445-PEDE-TCC THRU P445-PEDE-TCC-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P530-AGENDA-DEFESA-FIM
           END-IF.
           IF NOT ST-TCC-ENTREGUE AND NOT ST-TCC-AGENDADO THEN
               DISPLAY 'SO TCC COM A VERSAO FINAL ENTREGUE PODE TER '
                       'A DEFESA AGENDADA.'
               END-DISPLAY
               GO TO P530-AGENDA-DEFESA-FIM
           END-IF.
           MOVE CH-TCC TO WS-CH-TCC-ATUAL.
           INITIALIZE WS-TAB-BANCA.
           MOVE ID-ORIENTADOR-TCC TO WS-BC-ID-PROFESSOR (1).
           DISPLAY 'QUANTOS MEMBROS ALEM DO ORIENTADOR (2-4)? '
           END-DISPLAY.
           ACCEPT WS-QT-MEMBROS
           END-ACCEPT.
           IF WS-QT-MEMBROS IS LESS THAN 2 OR
              WS-QT-MEMBROS IS GREATER THAN 4 THEN
               DISPLAY 'QUANTIDADE INVALIDA.'
               END-DISPLAY
               GO TO P530-AGENDA-DEFESA-FIM
           END-IF.
           ADD 1 TO WS-QT-MEMBROS.
           SET WS-LIBERADO-OK TO TRUE.
           PERFORM P532-PEDE-MEMBRO THRU P532-PEDE-MEMBRO-FIM
                   VARYING WS-INDICE FROM 2 BY 1
                   UNTIL WS-INDICE > WS-QT-MEMBROS
                      OR NOT WS-LIBERADO-OK.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P530-AGENDA-DEFESA-FIM
           END-IF.
           DISPLAY 'DATA DA DEFESA (AAAAMMDD)..............: '
           END-DISPLAY.
           PERFORM P450-PEDE-DATA THRU P450-PEDE-DATA-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P530-AGENDA-DEFESA-FIM
           END-IF.
           IF WS-DT-INFORMADA IS LESS THAN WS-DH-DATA THEN
               DISPLAY 'DATA DA DEFESA NO PASSADO.'
               END-DISPLAY
               GO TO P530-AGENDA-DEFESA-FIM
           END-IF.
           MOVE WS-DT-INFORMADA TO WS-DT-DEFESA.
           DISPLAY 'HORA DE INICIO (HHMM)..................: '
           END-DISPLAY.
           ACCEPT WS-HR-INICIO
           END-ACCEPT.
           DISPLAY 'HORA DE TERMINO (HHMM).................: '
           END-DISPLAY.
           ACCEPT WS-HR-FIM
           END-ACCEPT.
           IF WS-HR-INICIO (3:2) IS GREATER THAN '59' OR
              WS-HR-FIM (3:2)    IS GREATER THAN '59' OR
              WS-HR-FIM IS GREATER THAN 2359 OR
              WS-HR-FIM IS NOT GREATER THAN WS-HR-INICIO THEN
               DISPLAY 'HORARIO INVALIDO.'
               END-DISPLAY
               GO TO P530-AGENDA-DEFESA-FIM
           END-IF.
           DISPLAY 'SALA...................................: '
           END-DISPLAY.
           ACCEPT WS-SALA
           END-ACCEPT.
           IF WS-SALA EQUAL SPACES THEN
               DISPLAY 'SALA OBRIGATORIA.'
               END-DISPLAY
               GO TO P530-AGENDA-DEFESA-FIM
           END-IF.
           PERFORM P535-VERIFICA-AULAS THRU P535-VERIFICA-AULAS-FIM.
           IF NOT WS-CONFLITO-OK THEN
               PERFORM P540-VERIFICA-DEFESAS
                       THRU P540-VERIFICA-DEFESAS-FIM
           END-IF.
           IF WS-CONFLITO-OK THEN
               DISPLAY 'SALA OCUPADA NO HORARIO. AGENDAMENTO '
                       'RECUSADO.'
               END-DISPLAY
               GO TO P530-AGENDA-DEFESA-FIM
           END-IF.
      *AS VARREDURAS USARAM A AREA DO REGISTRO: RELE O TCC.
           MOVE WS-CH-TCC-ATUAL TO CH-TCC.
           READ TCC
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O TCC.'
                   END-DISPLAY
                   GO TO P530-AGENDA-DEFESA-FIM
           END-READ.
           MOVE WS-QT-MEMBROS TO QT-MEMBROS-BANCA.
           PERFORM P534-MOVE-MEMBRO THRU P534-MOVE-MEMBRO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 5.
           MOVE WS-DT-DEFESA    TO DT-DEFESA-TCC.
           MOVE WS-HR-INICIO    TO HR-INICIO-DEFESA.
           MOVE WS-HR-FIM       TO HR-FIM-DEFESA.
           MOVE WS-SALA         TO SALA-DEFESA.
           SET ST-TCC-AGENDADO  TO TRUE.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-TCC.
           REWRITE REG-TCC
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O TCC.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'DEFESA AGENDADA COM SUCESSO.'
                   END-DISPLAY
           END-REWRITE.
       P530-AGENDA-DEFESA-FIM.
           EXIT.

      *MEMBRO DA BANCA: PROFESSOR CADASTRADO E AINDA NAO NA BANCA.
       P532-PEDE-MEMBRO.
           DISPLAY 'CODIGO DO PROFESSOR MEMBRO ' WS-INDICE
                   '.............: '
           END-DISPLAY.
           ACCEPT WS-ID-PROFESSOR
           END-ACCEPT.
           PERFORM P455-LE-PROFESSOR THRU P455-LE-PROFESSOR-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P532-PEDE-MEMBRO-FIM
           END-IF.
           PERFORM P533-CONFERE-REPETIDO THRU P533-CONFERE-REPETIDO-FIM
                   VARYING WS-INDICE-2 FROM 1 BY 1
                   UNTIL WS-INDICE-2 NOT LESS THAN WS-INDICE.
           IF WS-LIBERADO-OK THEN
               MOVE WS-ID-PROFESSOR TO WS-BC-ID-PROFESSOR (WS-INDICE)
           END-IF.
       P532-PEDE-MEMBRO-FIM.
           EXIT.

       P533-CONFERE-REPETIDO.
           IF WS-BC-ID-PROFESSOR (WS-INDICE-2) EQUAL WS-ID-PROFESSOR
              THEN
               DISPLAY 'PROFESSOR JA FAZ PARTE DA BANCA.'
               END-DISPLAY
               SET WS-LIBERADO-OK TO FALSE
           END-IF.
       P533-CONFERE-REPETIDO-FIM.

       P534-MOVE-MEMBRO.
           MOVE WS-BC-ID-PROFESSOR (WS-INDICE)
             TO ID-PROFESSOR-BANCA (WS-INDICE).
           MOVE ZEROS TO NT-MEMBRO-BANCA (WS-INDICE).
       P534-MOVE-MEMBRO-FIM.

      *AULAS DA SALA NO DIA DA SEMANA E NO PERIODO LETIVO DA DATA DA
      *DEFESA, EM FAIXA SOBREPOSTA A DA DEFESA. A SALA NAO FAZ PARTE
      *DA CHAVE, ENTAO O ARQUIVO E PERCORRIDO POR COMPLETO.
       P535-VERIFICA-AULAS.
           SET WS-CONFLITO-OK TO FALSE.
           IF NOT WS-HOR-ABERTO-OK THEN
               GO TO P535-VERIFICA-AULAS-FIM
           END-IF.
           COMPUTE WS-RESTO-SEMANA = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (WS-DT-DEFESA) 7).
           COMPUTE WS-DIA-SEMANA-DEFESA = WS-RESTO-SEMANA + 1.
           MOVE WS-DT-DEFESA (1:4) TO WS-PD-ANO.
           IF WS-DT-DEFESA (5:2) IS LESS THAN '07' THEN
               MOVE 1 TO WS-PD-SEMESTRE
           ELSE
               MOVE 2 TO WS-PD-SEMESTRE
           END-IF.
           SET WS-EOF-HORARIO-OK TO FALSE.
           MOVE ZEROS  TO ID-MATERIA  OF CH-HORARIO.
           MOVE ZEROS  TO AS-ANO      OF REG-HORARIO.
           MOVE ZEROS  TO AS-SEMESTRE OF REG-HORARIO.
           MOVE ZEROS  TO DIA-SEMANA.
           MOVE ZEROS  TO HR-INICIO.
           START HORARIO KEY IS NOT LESS THAN CH-HORARIO
               INVALID KEY
                   SET WS-EOF-HORARIO-OK TO TRUE
           END-START.
           PERFORM P536-LE-HORARIO THRU P536-LE-HORARIO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-HORARIO-OK
                      OR WS-CONFLITO-OK.
       P535-VERIFICA-AULAS-FIM.
           EXIT.

       P536-LE-HORARIO.
           READ HORARIO NEXT RECORD
               AT END
                   SET WS-EOF-HORARIO-OK TO TRUE
               NOT AT END
                   IF SALA EQUAL WS-SALA AND
                      DIA-SEMANA EQUAL WS-DIA-SEMANA-DEFESA AND
                      ANO-SEMESTRE OF REG-HORARIO EQUAL
                          WS-PERIODO-DEFESA AND
                      HR-INICIO IS LESS THAN WS-HR-FIM AND
                      HR-FIM IS GREATER THAN WS-HR-INICIO THEN
                       SET WS-CONFLITO-OK TO TRUE
                       DISPLAY 'AULA DA MATERIA '
                               ID-MATERIA OF CH-HORARIO
                               ' NA SALA DAS ' HR-INICIO ' AS '
                               HR-FIM
                       END-DISPLAY
                   END-IF
           END-READ.
       P536-LE-HORARIO-FIM.

      *OUTRAS DEFESAS AGENDADAS NA MESMA SALA E DATA, EM FAIXA
      *SOBREPOSTA. O PROPRIO TCC (REAGENDAMENTO) NAO CONTA.
       P540-VERIFICA-DEFESAS.
           SET WS-EOF-TCC-OK TO FALSE.
           MOVE ZEROS TO ID-ALUNO-TCC.
           MOVE ZEROS TO NR-TCC.
           START TCC KEY IS NOT LESS THAN CH-TCC
               INVALID KEY
                   SET WS-EOF-TCC-OK TO TRUE
           END-START.
           PERFORM P541-LE-DEFESA THRU P541-LE-DEFESA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TCC-OK
                      OR WS-CONFLITO-OK.
       P540-VERIFICA-DEFESAS-FIM.
           EXIT.

       P541-LE-DEFESA.
           READ TCC NEXT RECORD
               AT END
                   SET WS-EOF-TCC-OK TO TRUE
               NOT AT END
                   IF ST-TCC-AGENDADO AND
                      CH-TCC NOT EQUAL WS-CH-TCC-ATUAL AND
                      SALA-DEFESA EQUAL WS-SALA AND
                      DT-DEFESA-TCC EQUAL WS-DT-DEFESA AND
                      HR-INICIO-DEFESA IS LESS THAN WS-HR-FIM AND
                      HR-FIM-DEFESA IS GREATER THAN WS-HR-INICIO THEN
                       SET WS-CONFLITO-OK TO TRUE
                       DISPLAY 'DEFESA DO ALUNO ' ID-ALUNO-TCC
                               ' NA SALA DAS ' HR-INICIO-DEFESA
                               ' AS ' HR-FIM-DEFESA
                       END-DISPLAY
                   END-IF
           END-READ.
       P541-LE-DEFESA-FIM.

      *REGISTRO DA DEFESA: NOTA DE CADA MEMBRO DA BANCA, NOTA FINAL
      *PELA MEDIA, RESULTADO CONTRA A NOTA DE APROVACAO DA OFERTA,
      *GRAVACAO EM ALUTODOS E IMPRESSAO DA ATA. SO O ORIENTADOR OU UM
      *SUPERVISOR REGISTRA.
       P550-REGISTRA-DEFESA.
           PERFORM P445-PEDE-TCC THRU P445-PEDE-TCC-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P550-REGISTRA-DEFESA-FIM
           END-IF.
           IF NOT ST-TCC-AGENDADO THEN
               DISPLAY 'TCC SEM DEFESA AGENDADA.'
               END-DISPLAY
               GO TO P550-REGISTRA-DEFESA-FIM
           END-IF.
           IF DT-DEFESA-TCC IS GREATER THAN WS-DH-DATA THEN
               DISPLAY 'A DEFESA AINDA NAO ACONTECEU.'
               END-DISPLAY
               GO TO P550-REGISTRA-DEFESA-FIM
           END-IF.
           PERFORM P555-VERIFICA-ORIENTADOR
                   THRU P555-VERIFICA-ORIENTADOR-FIM.
           IF NOT WS-LIBERADO-OK THEN
               DISPLAY 'REGISTRO PERMITIDO APENAS AO ORIENTADOR DO '
                       'TCC OU A SUPERVISOR.'
               END-DISPLAY
               GO TO P550-REGISTRA-DEFESA-FIM
           END-IF.
           MOVE ID-MATERIA-TCC   TO ID-MATERIA   OF REG-MATERIA.
           MOVE ANO-SEMESTRE-TCC TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   DISPLAY 'OFERTA DA MATERIA DE TCC NAO LOCALIZADA.'
                   END-DISPLAY
                   GO TO P550-REGISTRA-DEFESA-FIM
           END-READ.
           MOVE NM-MATERIA   OF REG-MATERIA TO WS-NM-MATERIA.
           MOVE NT-APROVACAO OF REG-MATERIA TO WS-NT-APROVACAO.
           MOVE ZEROS TO WS-SOMA-NOTAS.
           PERFORM P552-PEDE-NOTA THRU P552-PEDE-NOTA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > QT-MEMBROS-BANCA
                      OR NOT WS-LIBERADO-OK.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P550-REGISTRA-DEFESA-FIM
           END-IF.
           COMPUTE WS-NT-FINAL ROUNDED =
                   WS-SOMA-NOTAS / QT-MEMBROS-BANCA
           END-COMPUTE.
           IF WS-NT-FINAL IS NOT LESS THAN WS-NT-APROVACAO THEN
               MOVE 'APROVADO'  TO WS-ST-RESULTADO
           ELSE
               MOVE 'REPROVADO' TO WS-ST-RESULTADO
           END-IF.
           DISPLAY 'NOTA FINAL: ' WS-NT-FINAL ' - ' WS-ST-RESULTADO
           END-DISPLAY.
           DISPLAY 'CONFIRMA O REGISTRO DA DEFESA?'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'OS DADOS NAO FORAM ALTERADOS.'
               END-DISPLAY
               GO TO P550-REGISTRA-DEFESA-FIM
           END-IF.
           PERFORM P560-GRAVA-RESULTADO THRU P560-GRAVA-RESULTADO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P550-REGISTRA-DEFESA-FIM
           END-IF.
           MOVE WS-NT-FINAL     TO NT-FINAL-TCC.
           MOVE WS-ST-RESULTADO TO ST-RESULTADO-TCC.
           SET ST-TCC-DEFENDIDO TO TRUE.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-TCC.
           REWRITE REG-TCC
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O TCC.'
                   END-DISPLAY
           END-REWRITE.
           PERFORM P600-IMPRIME-ATA THRU P600-IMPRIME-ATA-FIM.
       P550-REGISTRA-DEFESA-FIM.
           EXIT.

      *NOTA DE UM MEMBRO DA BANCA, DE 0 A 10.
       P552-PEDE-NOTA.
           MOVE ID-PROFESSOR-BANCA (WS-INDICE) TO WS-ID-PROFESSOR.
           MOVE WS-ID-PROFESSOR TO ID-PROFESSOR OF REG-PROFESSOR.
           READ PROFESSOR
               INVALID KEY
                   MOVE SPACES TO NM-PROFESSOR
           END-READ.
           DISPLAY 'NOTA DE ' WS-ID-PROFESSOR ' - ' NM-PROFESSOR
                   ': '
           END-DISPLAY.
           ACCEPT WS-NT-MEMBRO
           END-ACCEPT.
           IF WS-NT-MEMBRO IS GREATER THAN 10 THEN
               DISPLAY 'NOTA INVALIDA.'
               END-DISPLAY
               SET WS-LIBERADO-OK TO FALSE
               GO TO P552-PEDE-NOTA-FIM
           END-IF.
           MOVE WS-NT-MEMBRO TO NT-MEMBRO-BANCA (WS-INDICE).
           ADD WS-NT-MEMBRO  TO WS-SOMA-NOTAS.
       P552-PEDE-NOTA-FIM.
           EXIT.

       P555-VERIFICA-ORIENTADOR.
           SET WS-LIBERADO-OK TO FALSE.
           IF WS-COM-NIVEL EQUAL 2 THEN
               SET WS-LIBERADO-OK TO TRUE
               GO TO P555-VERIFICA-ORIENTADOR-FIM
           END-IF.
           MOVE ID-ORIENTADOR-TCC TO ID-PROFESSOR OF REG-PROFESSOR.
           READ PROFESSOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ID-OPERADOR-PROFESSOR EQUAL WS-COM-OPERADOR
                      AND ID-OPERADOR-PROFESSOR NOT EQUAL SPACES THEN
                       SET WS-LIBERADO-OK TO TRUE
                   END-IF
           END-READ.
       P555-VERIFICA-ORIENTADOR-FIM.
           EXIT.

      *GRAVA A NOTA FINAL COMO RESULTADO DA OFERTA DE TCC EM
      *ALUTODOS, AUDITADO. RESULTADO JA LANCADO NA OFERTA (PELO
      *NTNOTINC, POR EXEMPLO) NAO E SOBREPOSTO.
       P560-GRAVA-RESULTADO.
           SET WS-LIBERADO-OK TO FALSE.
           INITIALIZE REG-TODOS
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE ID-ALUNO-TCC      TO ID-ALUNO     OF CH-TODOS.
           MOVE ID-MATERIA-TCC    TO ID-MATERIA   OF CH-TODOS.
           MOVE ANO-SEMESTRE-TCC  TO ANO-SEMESTRE OF CH-TODOS.
           MOVE NM-ALUNO OF REG-ALUNO TO NM-ALUNO OF REG-TODOS.
           MOVE TL-ALUNO OF REG-ALUNO TO TL-ALUNO OF REG-TODOS.
           MOVE WS-NM-MATERIA     TO NM-MATERIA   OF REG-TODOS.
           MOVE WS-NT-APROVACAO   TO NT-APROVACAO OF REG-TODOS.
           MOVE WS-NT-FINAL       TO MD-ALUNO     OF REG-TODOS.
           MOVE WS-ST-RESULTADO   TO ST-APROVACAO OF REG-TODOS.
           MOVE 100               TO FR-ALUNO.
           WRITE REG-TODOS
               INVALID KEY
                   DISPLAY 'ALUNO JA TEM RESULTADO NA OFERTA DE TCC. '
                           'DEFESA NAO REGISTRADA.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-LIBERADO-OK TO TRUE
                   MOVE SPACES      TO WS-REG-ANTES
                   MOVE 'ALUTODOS'  TO WS-AUD-ARQUIVO
                   MOVE 'LANCAMENTO' TO WS-AUD-OPERACAO
                   MOVE CH-TODOS    TO WS-AUD-CHAVE
                   MOVE REG-TODOS   TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-WRITE.
       P560-GRAVA-RESULTADO-FIM.
           EXIT.

      *CANCELA UM TCC AINDA NAO DEFENDIDO (DESISTENCIA, TROCA DE
      *TEMA), LIBERANDO O CADASTRO DE UM NOVO.
       P570-CANCELA.
           PERFORM P445-PEDE-TCC THRU P445-PEDE-TCC-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P570-CANCELA-FIM
           END-IF.
           IF ST-TCC-DEFENDIDO OR ST-TCC-CANCELADO THEN
               DISPLAY 'TCC JA DEFENDIDO OU CANCELADO.'
               END-DISPLAY
               GO TO P570-CANCELA-FIM
           END-IF.
           DISPLAY 'CONFIRMA O CANCELAMENTO DO TCC?'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'OS DADOS NAO FORAM ALTERADOS.'
               END-DISPLAY
               GO TO P570-CANCELA-FIM
           END-IF.
           SET ST-TCC-CANCELADO TO TRUE.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-TCC.
           REWRITE REG-TCC
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR O TCC.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'TCC CANCELADO COM SUCESSO.'
                   END-DISPLAY
           END-REWRITE.
       P570-CANCELA-FIM.
           EXIT.

      *ATA DE DEFESA NO SPOOL, COM A BANCA, AS NOTAS, O RESULTADO E
      *AS LINHAS DE ASSINATURA. REIMPRESSAO PELO NTSPLREP.
       P600-IMPRIME-ATA.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'ATA DE DEFESA DE TRABALHO DE CONCLUSAO DE CURSO'
             TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'AOS ' DT-DEFESA-TCC (7:2) '/' DT-DEFESA-TCC (5:2)
                  '/' DT-DEFESA-TCC (1:4) ', DAS '
                  HR-INICIO-DEFESA (1:2) ':' HR-INICIO-DEFESA (3:2)
                  ' AS ' HR-FIM-DEFESA (1:2) ':' HR-FIM-DEFESA (3:2)
                  ', NA SALA ' SALA-DEFESA
                  ', REUNIU-SE A BANCA EXAMINADORA DO TRABALHO DE'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CONCLUSAO DE CURSO DO ALUNO ' ID-ALUNO-TCC ' - '
                  NM-ALUNO OF REG-ALUNO ', NA MATERIA '
                  ID-MATERIA-TCC ' - ' WS-NM-MATERIA ' ('
                  AS-ANO-TCC '/' AS-SEMESTRE-TCC ').'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'TITULO: ' DS-TITULO-TCC DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF ID-COORIENTADOR-TCC IS GREATER THAN ZEROS THEN
               MOVE ID-COORIENTADOR-TCC
                 TO ID-PROFESSOR OF REG-PROFESSOR
               READ PROFESSOR
                   INVALID KEY
                       MOVE SPACES TO NM-PROFESSOR
               END-READ
               STRING 'COORIENTADOR: ' ID-COORIENTADOR-TCC ' - '
                      NM-PROFESSOR DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'BANCA EXAMINADORA' TO WS-LINHA-REL.
           MOVE 'NOTA'              TO WS-LINHA-REL (64:4).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P605-LINHA-MEMBRO THRU P605-LINHA-MEMBRO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > QT-MEMBROS-BANCA.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE NT-FINAL-TCC TO WS-NOTA-EDITADA.
           STRING 'NOTA FINAL (MEDIA DA BANCA): ' WS-NOTA-EDITADA
                  ' - RESULTADO: ' ST-RESULTADO-TCC
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'NADA MAIS HAVENDO A TRATAR, LAVROU-SE A PRESENTE ATA, '
             TO WS-LINHA-REL.
           MOVE 'ASSINADA PELOS MEMBROS DA BANCA.'
             TO WS-LINHA-REL (55:32).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P607-LINHA-ASSINATURA
                   THRU P607-LINHA-ASSINATURA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > QT-MEMBROS-BANCA.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
       P600-IMPRIME-ATA-FIM.
           EXIT.

       P605-LINHA-MEMBRO.
           IF WS-INDICE EQUAL 1 THEN
               MOVE 'PRESIDENTE'  TO WS-FUNCAO-BANCA
           ELSE
               MOVE 'MEMBRO'      TO WS-FUNCAO-BANCA
           END-IF.
           MOVE ID-PROFESSOR-BANCA (WS-INDICE)
             TO ID-PROFESSOR OF REG-PROFESSOR.
           READ PROFESSOR
               INVALID KEY
                   MOVE SPACES TO NM-PROFESSOR
           END-READ.
           MOVE NT-MEMBRO-BANCA (WS-INDICE) TO WS-NOTA-EDITADA.
           STRING WS-FUNCAO-BANCA ' ' ID-PROFESSOR-BANCA (WS-INDICE)
                  ' - ' NM-PROFESSOR DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           MOVE WS-NOTA-EDITADA TO WS-LINHA-REL (63:5).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P605-LINHA-MEMBRO-FIM.

       P607-LINHA-ASSINATURA.
           MOVE ID-PROFESSOR-BANCA (WS-INDICE)
             TO ID-PROFESSOR OF REG-PROFESSOR.
           READ PROFESSOR
               INVALID KEY
                   MOVE SPACES TO NM-PROFESSOR
           END-READ.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '______________________________  ' NM-PROFESSOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P607-LINHA-ASSINATURA-FIM.

      *ALOCA O SPOOL DA ATA NO PGSPOOL E ABRE O ARQUIVO DE SAIDA
      *DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTTCCMAN'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
           MOVE SPACES TO WS-LINHA-REL.
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
           DISPLAY 'ATA DE DEFESA GUARDADA NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

      *REGISTRA NA AUDITORIA A MUDANCA INFORMADA NOS CAMPOS WS-AUD,
      *COM AS IMAGENS ANTES (WS-REG-ANTES) E DEPOIS E O OPERADOR.
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
           CLOSE ALUNOS.
           CLOSE PROFESSOR.
           CLOSE MATERIAS.
           IF WS-HOR-ABERTO-OK THEN
               CLOSE HORARIO
           END-IF.
           CLOSE TCC.
           CLOSE TODOS-ALUNOS.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS: ' WS-FS-A
                   ' - PROFESSOR: ' WS-FS-P
                   ' - MATERIAS: ' WS-FS-M
                   ' - ALUTODOS: ' WS-FS-T
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTTCCMAN.
