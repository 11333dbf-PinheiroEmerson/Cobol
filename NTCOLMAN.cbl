      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      12/06/2023.
      * Purpose:   COLACAO DE GRAU: CADASTRO DAS SESSOES (COLACAO.DAT,
      *            CFPK0071 - DATA, HORA, LOCAL E CURSOS; SOLENE OU EM
      *            GABINETE), LISTA DE FORMANDOS (FORMANDO.DAT,
      *            CFPK0072) GERADA A PARTIR DOS CERTIFICADOS DE
      *            CONCLUSAO EMITIDOS (CERTLOG.DAT, QUE O NTCERCON SO
      *            ALIMENTA COM A AUDITORIA DE FORMATURA LIMPA),
      *            INCLUSAO AVULSA DE FORMANDO (COLACAO EM GABINETE DE
      *            QUEM FALTOU A SOLENE) E REGISTRO DA PRESENCA NA
      *            SESSAO. QUEM COLA GRAU RECEBE O REGISTRO NO LIVRO
      *            DE DIPLOMAS (LIVRODIP.DAT, CFPK0073) COM NUMERO,
      *            LIVRO E FOLHA SEQUENCIAIS (CONTROLE LIVRODIP.CTL) E
      *            PASSA A EGRESSO NO CADASTRO. EMITE A ATA DA SESSAO
      *            NO SPOOL (PGSPOOL). CADASTRO, LISTA E PRESENCA SAO
      *            RESTRITOS A SUPERVISOR E AUDITADOS.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCOLMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLACAO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ID-COLACAO
           FILE  STATUS IS WS-FS-COL.

           SELECT FORMANDO
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-FORMANDO
           FILE  STATUS IS WS-FS-FRM.

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

           SELECT LIVRODIP
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS NR-REGISTRO-LDP
           ALTERNATE RECORD KEY IS ID-ALUNO-LDP
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-LDP.

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

           SELECT LOG-EMISSAO
           ASSIGN TO WS-CAMINHO-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-LOG.

           SELECT CONTROLE-LDP
           ASSIGN TO WS-CAMINHO-CTL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-CTL.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLACAO.
           COPY CFPK0071.

       FD  FORMANDO.
           COPY CFPK0072.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  LIVRODIP.
           COPY CFPK0073.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  CURSO.
           COPY CFPK0015.

      *MESMO LAYOUT GRAVADO PELO NTCERCON EM CERTLOG.DAT.
       FD  LOG-EMISSAO.
       01  REG-LOG-EMISSAO.
           03 NR-DOCUMENTO-LOG         PIC 9(06).
           03 FILLER                   PIC X(01).
           03 DT-EMISSAO-LOG           PIC 9(08).
           03 FILLER                   PIC X(01).
           03 ID-ALUNO-LOG             PIC 9(05).
           03 FILLER                   PIC X(01).
           03 ID-OPERADOR-LOG          PIC X(10).

      *CONTROLE DA NUMERACAO DO LIVRO DE DIPLOMAS: ULTIMO REGISTRO,
      *LIVRO E FOLHA CORRENTES E REGISTROS JA LANCADOS NA FOLHA.
       FD  CONTROLE-LDP.
       01  REG-CONTROLE-LDP.
           03 NR-REGISTRO-CTL          PIC 9(06).
           03 NR-LIVRO-CTL             PIC 9(03).
           03 NR-FOLHA-CTL             PIC 9(03).
           03 QT-NA-FOLHA-CTL          PIC 9(02).

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHOS DOS ARQUIVOS ALEM DOS CINCO SLOTS DE CFCFG001, QUE
      *ESTE PROGRAMA JA OCUPA TODOS.
       01  WS-CAMINHO-CURSO            PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-LOG              PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-CTL              PIC X(80) VALUE SPACES.

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

      *LIMITES DO LIVRO DE DIPLOMAS: REGISTROS POR FOLHA E FOLHAS POR
      *LIVRO. AO ENCHER A FOLHA PASSA A PROXIMA; AO ENCHER O LIVRO,
      *ABRE O LIVRO SEGUINTE NA FOLHA 1.
       77  WS-REGISTROS-POR-FOLHA      PIC 9(02) VALUE 3.
       77  WS-FOLHAS-POR-LIVRO         PIC 9(03) VALUE 200.

       77  WS-ID-COLACAO               PIC 9(04) VALUE ZEROS.
       77  WS-MAIOR-ID                 PIC 9(04) VALUE ZEROS.
       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-ID-CURSO                 PIC 9(02) VALUE ZEROS.
       77  WS-TP-COLACAO               PIC X(01) VALUE SPACE.
       77  WS-DT-COLACAO               PIC 9(08) VALUE ZEROS.
       77  WS-HR-COLACAO               PIC 9(04) VALUE ZEROS.
       77  WS-DS-LOCAL                 PIC X(40) VALUE SPACES.
       77  WS-QT-CURSOS                PIC 9(02) VALUE ZEROS.
       77  WS-NR-CERTIFICADO           PIC 9(06) VALUE ZEROS.
       77  WS-PRESENCA                 PIC X(01) VALUE SPACE.

      *PROXIMA NUMERACAO DO LIVRO (LIDA E REGRAVADA EM LIVRODIP.CTL).
       77  WS-NR-REGISTRO              PIC 9(06) VALUE ZEROS.
       77  WS-NR-LIVRO                 PIC 9(03) VALUE ZEROS.
       77  WS-NR-FOLHA                 PIC 9(03) VALUE ZEROS.
       77  WS-QT-NA-FOLHA              PIC 9(02) VALUE ZEROS.

       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(02) VALUE ZEROS.

      *TOTAIS DA GERACAO DA LISTA, DO REGISTRO DA PRESENCA E DA ATA.
       77  WS-QTD-LIDOS                PIC 9(05) VALUE ZEROS.
       77  WS-QTD-INCLUIDOS            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-COLARAM              PIC 9(05) VALUE ZEROS.
       77  WS-QTD-AUSENTES             PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PENDENTES            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(05) VALUE ZEROS.

      *DESCRICOES PARA TELA E ATA.
       77  WS-DS-TIPO                  PIC X(08) VALUE SPACES.
       77  WS-DS-SITUACAO              PIC X(10) VALUE SPACES.
       77  WS-DS-FORMANDO              PIC X(10) VALUE SPACES.

       77  WS-EXISTE                   PIC X.
           88 WS-EXISTE-OK             VALUE 'S' FALSE 'N'.
       77  WS-LIBERADO                 PIC X.
           88 WS-LIBERADO-OK           VALUE 'S' FALSE 'N'.
      *O CADASTRO DE CURSOS E OPCIONAL; O READ MUDA O FILE STATUS,
      *POR ISSO A ABERTURA FICA GUARDADA A PARTE.
       77  WS-CURSO-ABERTO             PIC X.
           88 WS-CURSO-ABERTO-OK       VALUE 'S' FALSE 'N'.
       77  WS-DIPLOMADO                PIC X.
           88 WS-DIPLOMADO-OK          VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-COL                  PIC X.
           88 WS-EOF-COL-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-FRM                  PIC X.
           88 WS-EOF-FRM-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-LDP                  PIC X.
           88 WS-EOF-LDP-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-LOG                  PIC X.
           88 WS-EOF-LOG-OK            VALUE 'S' FALSE 'N'.
      *'L' GERA A LISTA PELO CERTLOG, 'A' PROCURA O CERTIFICADO DE UM
      *ALUNO SO (INCLUSAO AVULSA).
       77  WS-MODO-LOG                 PIC X(01) VALUE SPACE.
           88 WS-MODO-LISTA            VALUE 'L'.
           88 WS-MODO-AVULSO           VALUE 'A'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
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

       77  WS-FS-COL                   PIC 99.
           88 WS-FS-COL-OK             VALUE 0.
       77  WS-FS-FRM                   PIC 99.
           88 WS-FS-FRM-OK             VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-LDP                   PIC 99.
           88 WS-FS-LDP-OK             VALUE 0.
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
       77  WS-FS-LOG                   PIC 99.
           88 WS-FS-LOG-OK             VALUE 0.
       77  WS-FS-CTL                   PIC 99.
           88 WS-FS-CTL-OK             VALUE 0.
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
           INITIALIZE WS-OPCAO WS-FS-COL WS-FS-FRM WS-FS-A WS-FS-LDP
                      WS-FS-AUD WS-FS-C WS-FS-LOG WS-FS-CTL WS-FS-SPL
                      WS-ID-COLACAO WS-MAIOR-ID WS-ID-ALUNO WS-ID-CURSO
                      WS-TP-COLACAO WS-DT-COLACAO WS-HR-COLACAO
                      WS-DS-LOCAL WS-QT-CURSOS WS-NR-CERTIFICADO
                      WS-PRESENCA WS-NR-REGISTRO WS-NR-LIVRO
                      WS-NR-FOLHA WS-QT-NA-FOLHA WS-INDICE
                      WS-INDICE-ACHADO WS-QTD-LIDOS WS-QTD-INCLUIDOS
                      WS-QTD-COLARAM WS-QTD-AUSENTES WS-QTD-PENDENTES
                      WS-QTD-LISTADOS WS-DS-TIPO WS-DS-SITUACAO
                      WS-DS-FORMANDO WS-REG-ANTES WS-AUD-ARQUIVO
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
                  '\Modulo3\DesafioM3\COLACAO.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\FORMANDO.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\LIVRODIP.DAT'  DELIMITED BY SIZE
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
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CERTLOG.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-LOG
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\LIVRODIP.CTL'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-CTL
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
      *VE SE OS ARQUIVOS EXISTEM. SE NAO EXISTEM (35) CRIA ARQUIVO.
           OPEN I-O COLACAO.
           IF NOT WS-FS-COL-OK THEN
               OPEN OUTPUT COLACAO
               CLOSE COLACAO
               OPEN I-O COLACAO
           END-IF.
           OPEN I-O FORMANDO.
           IF NOT WS-FS-FRM-OK THEN
               OPEN OUTPUT FORMANDO
               CLOSE FORMANDO
               OPEN I-O FORMANDO
           END-IF.
           OPEN I-O LIVRODIP.
           IF NOT WS-FS-LDP-OK THEN
               OPEN OUTPUT LIVRODIP
               CLOSE LIVRODIP
               OPEN I-O LIVRODIP
           END-IF.
           OPEN I-O ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *SEM O CADASTRO DE CURSOS O NOME DO CURSO SAI EM BRANCO.
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
                   PERFORM P500-CADASTRA-SESSAO
                           THRU P500-CADASTRA-SESSAO-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '2'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P520-GERA-LISTA THRU P520-GERA-LISTA-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '3'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P530-INCLUI-FORMANDO
                           THRU P530-INCLUI-FORMANDO-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '4'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P540-REGISTRA-COLACAO
                           THRU P540-REGISTRA-COLACAO-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '5'
                   PERFORM P570-EMITE-ATA THRU P570-EMITE-ATA-FIM
               WHEN '6'
                   PERFORM P580-LISTA-SESSOES
                           THRU P580-LISTA-SESSOES-FIM
               WHEN '9'
                   DISPLAY 'COLACAO DE GRAU ENCERRADA'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '****** COLACAO DE GRAU ********'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - CADASTRAR SESSAO       |'.
           DISPLAY '|<2> - GERAR LISTA FORMANDOS  |'.
           DISPLAY '|<3> - INCLUIR FORMANDO       |'.
           DISPLAY '|<4> - REGISTRAR COLACAO      |'.
           DISPLAY '|<5> - ATA DA SESSAO          |'.
           DISPLAY '|<6> - CONSULTAR SESSOES      |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *PEDE E LE A SESSAO DE COLACAO (WS-EXISTE-OK QUANDO ACHOU).
       P440-PEDE-SESSAO.
           DISPLAY 'INFORME O NUMERO DA SESSAO DE COLACAO..: '
           END-DISPLAY.
           ACCEPT WS-ID-COLACAO
           END-ACCEPT.
           MOVE WS-ID-COLACAO TO ID-COLACAO.
           SET WS-EXISTE-OK TO TRUE.
           READ COLACAO
               INVALID KEY
                   SET WS-EXISTE-OK TO FALSE
                   DISPLAY 'SESSAO DE COLACAO NAO CADASTRADA.'
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM P590-DESCREVE-SESSAO
                           THRU P590-DESCREVE-SESSAO-FIM
                   DISPLAY 'SESSAO ' ID-COLACAO ' ' WS-DS-TIPO ' EM '
                           DT-COLACAO ' AS ' HR-COLACAO ' - '
                           WS-DS-SITUACAO
                   END-DISPLAY
                   DISPLAY 'LOCAL........: ' DS-LOCAL-COL
                   END-DISPLAY
           END-READ.
       P440-PEDE-SESSAO-FIM.

      *CADASTRO DA SESSAO: TIPO, DATA VALIDA, HORA, LOCAL E OS CURSOS
      *QUE COLAM GRAU NELA. A SESSAO SOLENE EXIGE AO MENOS UM CURSO; A
      *DE GABINETE PODE FICAR SEM CURSO E ACEITA QUALQUER UM. O NUMERO
      *E O SEGUINTE AO MAIOR JA CADASTRADO.
       P500-CADASTRA-SESSAO.
           INITIALIZE REG-COLACAO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY 'TIPO DA SESSAO (S-SOLENE G-GABINETE)...: '
           END-DISPLAY.
           ACCEPT WS-TP-COLACAO
           END-ACCEPT.
           MOVE WS-TP-COLACAO TO TP-COLACAO.
           IF NOT TP-COLACAO-VALIDO THEN
               DISPLAY 'TIPO DE SESSAO INVALIDO.'
               END-DISPLAY
               GO TO P500-CADASTRA-SESSAO-FIM
           END-IF.
           DISPLAY 'DATA DA SESSAO (AAAAMMDD)..............: '
           END-DISPLAY.
           ACCEPT WS-DT-COLACAO
           END-ACCEPT.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DT-COLACAO)
              NOT EQUAL ZEROS THEN
               DISPLAY 'DATA INVALIDA.'
               END-DISPLAY
               GO TO P500-CADASTRA-SESSAO-FIM
           END-IF.
           DISPLAY 'HORA DA SESSAO (HHMM)..................: '
           END-DISPLAY.
           ACCEPT WS-HR-COLACAO
           END-ACCEPT.
           IF WS-HR-COLACAO (1:2) IS GREATER THAN '23' OR
              WS-HR-COLACAO (3:2) IS GREATER THAN '59' THEN
               DISPLAY 'HORA INVALIDA.'
               END-DISPLAY
               GO TO P500-CADASTRA-SESSAO-FIM
           END-IF.
           DISPLAY 'LOCAL DA SESSAO........................: '
           END-DISPLAY.
           ACCEPT WS-DS-LOCAL
           END-ACCEPT.
           IF WS-DS-LOCAL EQUAL SPACES THEN
               DISPLAY 'LOCAL DA SESSAO OBRIGATORIO.'
               END-DISPLAY
               GO TO P500-CADASTRA-SESSAO-FIM
           END-IF.
           DISPLAY 'QUANTIDADE DE CURSOS DA SESSAO (ATE 10, ZERO = '
                   'QUALQUER CURSO, SO EM GABINETE): '
           END-DISPLAY.
           ACCEPT WS-QT-CURSOS
           END-ACCEPT.
           IF WS-QT-CURSOS IS GREATER THAN 10 THEN
               DISPLAY 'NO MAXIMO 10 CURSOS POR SESSAO.'
               END-DISPLAY
               GO TO P500-CADASTRA-SESSAO-FIM
           END-IF.
           IF WS-QT-CURSOS EQUAL ZEROS AND TP-COLACAO-SOLENE THEN
               DISPLAY 'SESSAO SOLENE EXIGE AO MENOS UM CURSO.'
               END-DISPLAY
               GO TO P500-CADASTRA-SESSAO-FIM
           END-IF.
           SET WS-LIBERADO-OK TO TRUE.
           PERFORM P505-PEDE-CURSO THRU P505-PEDE-CURSO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-CURSOS
                      OR NOT WS-LIBERADO-OK.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P500-CADASTRA-SESSAO-FIM
           END-IF.
           DISPLAY 'CONFIRMA O CADASTRO DA SESSAO (S/N)? '
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'CADASTRO CANCELADO.'
               END-DISPLAY
               GO TO P500-CADASTRA-SESSAO-FIM
           END-IF.
           PERFORM P510-PROXIMA-SESSAO THRU P510-PROXIMA-SESSAO-FIM.
           IF WS-MAIOR-ID IS GREATER THAN OR EQUAL TO 9999 THEN
               DISPLAY 'NUMERACAO DE SESSOES ESGOTADA.'
               END-DISPLAY
               GO TO P500-CADASTRA-SESSAO-FIM
           END-IF.
           ADD 1 WS-MAIOR-ID    GIVING ID-COLACAO.
           MOVE WS-TP-COLACAO   TO TP-COLACAO.
           MOVE WS-DT-COLACAO   TO DT-COLACAO.
           MOVE WS-HR-COLACAO   TO HR-COLACAO.
           MOVE WS-DS-LOCAL     TO DS-LOCAL-COL.
           MOVE WS-QT-CURSOS    TO QT-CURSOS-COL.
           SET ST-COLACAO-AGENDADA TO TRUE.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-COL.
           MOVE WS-DH-DATA      TO DT-REGISTRO-COL.
           WRITE REG-COLACAO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A SESSAO. FILE STATUS: '
                           WS-FS-COL
                   END-DISPLAY
                   GO TO P500-CADASTRA-SESSAO-FIM
           END-WRITE.
           MOVE SPACES          TO WS-REG-ANTES.
           MOVE 'COLACAO'       TO WS-AUD-ARQUIVO.
           MOVE 'INCLUSAO'      TO WS-AUD-OPERACAO.
           MOVE ID-COLACAO      TO WS-AUD-CHAVE.
           MOVE REG-COLACAO     TO WS-AUD-DEPOIS.
           PERFORM P610-GRAVA-AUDITORIA THRU P610-GRAVA-AUDITORIA-FIM.
           DISPLAY 'SESSAO DE COLACAO ' ID-COLACAO ' CADASTRADA.'
           END-DISPLAY.
       P500-CADASTRA-SESSAO-FIM.
           EXIT.

      *PEDE UM CURSO DA SESSAO, QUE PRECISA ESTAR CADASTRADO.
       P505-PEDE-CURSO.
           DISPLAY 'CODIGO DO CURSO ' WS-INDICE '...................: '
           END-DISPLAY.
           ACCEPT WS-ID-CURSO
           END-ACCEPT.
           IF NOT WS-CURSO-ABERTO-OK THEN
               DISPLAY 'CADASTRO DE CURSOS INDISPONIVEL.'
               END-DISPLAY
               SET WS-LIBERADO-OK TO FALSE
               GO TO P505-PEDE-CURSO-FIM
           END-IF.
           MOVE WS-ID-CURSO TO ID-CURSO OF REG-CURSO.
           READ CURSO
               INVALID KEY
                   DISPLAY 'CURSO NAO CADASTRADO.'
                   END-DISPLAY
                   SET WS-LIBERADO-OK TO FALSE
               NOT INVALID KEY
                   DISPLAY 'CURSO........: ' NM-CURSO
                   END-DISPLAY
                   MOVE WS-ID-CURSO TO ID-CURSO-COL (WS-INDICE)
           END-READ.
       P505-PEDE-CURSO-FIM.
           EXIT.

      *MAIOR NUMERO DE SESSAO JA CADASTRADO.
       P510-PROXIMA-SESSAO.
           MOVE ZEROS TO WS-MAIOR-ID.
           SET WS-EOF-COL-OK TO FALSE.
           MOVE ZEROS TO ID-COLACAO.
           START COLACAO KEY IS NOT LESS THAN ID-COLACAO
               INVALID KEY
                   SET WS-EOF-COL-OK TO TRUE
           END-START.
           PERFORM P515-LE-SESSAO THRU P515-LE-SESSAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-COL-OK.
       P510-PROXIMA-SESSAO-FIM.

       P515-LE-SESSAO.
           READ COLACAO NEXT RECORD
               AT END
                   SET WS-EOF-COL-OK TO TRUE
               NOT AT END
                   MOVE ID-COLACAO TO WS-MAIOR-ID
           END-READ.
       P515-LE-SESSAO-FIM.

      *GERA A LISTA DE FORMANDOS DA SESSAO A PARTIR DOS CERTIFICADOS
      *DE CONCLUSAO EMITIDOS: ENTRA O ALUNO DE CURSO DA SESSAO QUE
      *AINDA NAO TEM DIPLOMA REGISTRADO NO CURSO E CUJO CADASTRO NAO
      *ESTA CANCELADO, TRANSFERIDO OU JA EGRESSO. ALUNO JA NA LISTA
      *DA SESSAO (REEMISSAO DO CERTIFICADO) NAO E DUPLICADO.
       P520-GERA-LISTA.
           PERFORM P440-PEDE-SESSAO THRU P440-PEDE-SESSAO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P520-GERA-LISTA-FIM
           END-IF.
           IF NOT ST-COLACAO-AGENDADA THEN
               DISPLAY 'SESSAO JA REALIZADA.'
               END-DISPLAY
               GO TO P520-GERA-LISTA-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-INCLUIDOS.
           SET WS-MODO-LISTA TO TRUE.
           OPEN INPUT LOG-EMISSAO.
           IF NOT WS-FS-LOG-OK THEN
               DISPLAY 'NENHUM CERTIFICADO DE CONCLUSAO EMITIDO.'
               END-DISPLAY
               GO TO P520-GERA-LISTA-FIM
           END-IF.
           SET WS-EOF-LOG-OK TO FALSE.
           PERFORM P525-LE-CERTIFICADO THRU P525-LE-CERTIFICADO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-LOG-OK.
           CLOSE LOG-EMISSAO.
           DISPLAY 'CERTIFICADOS LIDOS: ' WS-QTD-LIDOS
                   ' - FORMANDOS INCLUIDOS NA SESSAO: '
                   WS-QTD-INCLUIDOS
           END-DISPLAY.
       P520-GERA-LISTA-FIM.
           EXIT.

      *LE UM CERTIFICADO DO CERTLOG. NA GERACAO DA LISTA, AVALIA O
      *ALUNO; NA INCLUSAO AVULSA, SO GUARDA O NUMERO DO ULTIMO
      *CERTIFICADO DO ALUNO PEDIDO.
       P525-LE-CERTIFICADO.
           READ LOG-EMISSAO
               AT END
                   SET WS-EOF-LOG-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF WS-MODO-LISTA THEN
                       PERFORM P527-AVALIA-CERTIFICADO
                               THRU P527-AVALIA-CERTIFICADO-FIM
                   ELSE
                       IF ID-ALUNO-LOG EQUAL WS-ID-ALUNO THEN
                           MOVE NR-DOCUMENTO-LOG TO WS-NR-CERTIFICADO
                       END-IF
                   END-IF
           END-READ.
       P525-LE-CERTIFICADO-FIM.

       P527-AVALIA-CERTIFICADO.
           MOVE ID-ALUNO-LOG     TO WS-ID-ALUNO.
           MOVE NR-DOCUMENTO-LOG TO WS-NR-CERTIFICADO.
           MOVE WS-ID-ALUNO      TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   GO TO P527-AVALIA-CERTIFICADO-FIM
           END-READ.
           PERFORM P460-VERIFICA-FORMANDO
                   THRU P460-VERIFICA-FORMANDO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P527-AVALIA-CERTIFICADO-FIM
           END-IF.
           PERFORM P535-GRAVA-FORMANDO THRU P535-GRAVA-FORMANDO-FIM.
       P527-AVALIA-CERTIFICADO-FIM.
           EXIT.

      *ALUNO CORRENTE (REG-ALUNO) PODE COLAR GRAU NA SESSAO CORRENTE
      *(REG-COLACAO)? WS-LIBERADO-OK QUANDO PODE.
       P460-VERIFICA-FORMANDO.
           SET WS-LIBERADO-OK TO FALSE.
           IF ST-ALUNO-EGRESSO OR ST-ALUNO-CANCELADO OR
              ST-ALUNO-TRANSFERIDO THEN
               GO TO P460-VERIFICA-FORMANDO-FIM
           END-IF.
           MOVE ID-CURSO OF REG-ALUNO TO WS-ID-CURSO.
           IF QT-CURSOS-COL IS GREATER THAN ZEROS THEN
               MOVE ZEROS TO WS-INDICE-ACHADO
               PERFORM P465-COMPARA-CURSO THRU P465-COMPARA-CURSO-FIM
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > QT-CURSOS-COL
                          OR WS-INDICE-ACHADO IS GREATER THAN ZEROS
               IF WS-INDICE-ACHADO EQUAL ZEROS THEN
                   GO TO P460-VERIFICA-FORMANDO-FIM
               END-IF
           END-IF.
           PERFORM P470-VERIFICA-DIPLOMA THRU P470-VERIFICA-DIPLOMA-FIM.
           IF WS-DIPLOMADO-OK THEN
               GO TO P460-VERIFICA-FORMANDO-FIM
           END-IF.
           SET WS-LIBERADO-OK TO TRUE.
       P460-VERIFICA-FORMANDO-FIM.
           EXIT.

       P465-COMPARA-CURSO.
           IF ID-CURSO-COL (WS-INDICE) EQUAL WS-ID-CURSO THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P465-COMPARA-CURSO-FIM.

      *O ALUNO JA TEM DIPLOMA REGISTRADO NO LIVRO PARA O CURSO
      *(WS-ID-CURSO)? PERCORRE OS REGISTROS DELE PELA CHAVE POR ALUNO.
       P470-VERIFICA-DIPLOMA.
           SET WS-DIPLOMADO-OK TO FALSE.
           SET WS-EOF-LDP-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-LDP.
           START LIVRODIP KEY IS EQUAL TO ID-ALUNO-LDP
               INVALID KEY
                   SET WS-EOF-LDP-OK TO TRUE
           END-START.
           PERFORM P475-LE-DIPLOMA THRU P475-LE-DIPLOMA-FIM
                   WITH TEST BEFORE
                   UNTIL WS-EOF-LDP-OK OR WS-DIPLOMADO-OK.
       P470-VERIFICA-DIPLOMA-FIM.

       P475-LE-DIPLOMA.
           READ LIVRODIP NEXT RECORD
               AT END
                   SET WS-EOF-LDP-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-LDP NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-LDP-OK TO TRUE
                   ELSE
                       IF ID-CURSO-LDP EQUAL WS-ID-CURSO THEN
                           SET WS-DIPLOMADO-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P475-LE-DIPLOMA-FIM.

      *INCLUSAO AVULSA DE UM FORMANDO NA SESSAO (TIPICAMENTE A SESSAO
      *EM GABINETE DE QUEM NAO COLOU GRAU NA SOLENE). O ALUNO PRECISA
      *TER CERTIFICADO DE CONCLUSAO EMITIDO.
       P530-INCLUI-FORMANDO.
           PERFORM P440-PEDE-SESSAO THRU P440-PEDE-SESSAO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P530-INCLUI-FORMANDO-FIM
           END-IF.
           IF NOT ST-COLACAO-AGENDADA THEN
               DISPLAY 'SESSAO JA REALIZADA.'
               END-DISPLAY
               GO TO P530-INCLUI-FORMANDO-FIM
           END-IF.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO.'
                   END-DISPLAY
                   GO TO P530-INCLUI-FORMANDO-FIM
           END-READ.
           DISPLAY 'ALUNO........: ' NM-ALUNO OF REG-ALUNO
           END-DISPLAY.
           MOVE ZEROS TO WS-NR-CERTIFICADO WS-QTD-LIDOS.
           SET WS-MODO-AVULSO TO TRUE.
           OPEN INPUT LOG-EMISSAO.
           IF WS-FS-LOG-OK THEN
               SET WS-EOF-LOG-OK TO FALSE
               PERFORM P525-LE-CERTIFICADO
                       THRU P525-LE-CERTIFICADO-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-LOG-OK
               CLOSE LOG-EMISSAO
           END-IF.
           IF WS-NR-CERTIFICADO EQUAL ZEROS THEN
               DISPLAY 'ALUNO SEM CERTIFICADO DE CONCLUSAO EMITIDO.'
               END-DISPLAY
               GO TO P530-INCLUI-FORMANDO-FIM
           END-IF.
           PERFORM P460-VERIFICA-FORMANDO
                   THRU P460-VERIFICA-FORMANDO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               DISPLAY 'ALUNO NAO PODE COLAR GRAU NESTA SESSAO (CURSO '
                       'FORA DA SESSAO, DIPLOMA JA REGISTRADO OU '
                       'SITUACAO CADASTRAL ' ST-ALUNO ').'
               END-DISPLAY
               GO TO P530-INCLUI-FORMANDO-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-INCLUIDOS.
           PERFORM P535-GRAVA-FORMANDO THRU P535-GRAVA-FORMANDO-FIM.
           IF WS-QTD-INCLUIDOS EQUAL ZEROS THEN
               DISPLAY 'ALUNO JA ESTA NA LISTA DA SESSAO.'
               END-DISPLAY
           ELSE
               DISPLAY 'FORMANDO INCLUIDO NA SESSAO ' ID-COLACAO '.'
               END-DISPLAY
           END-IF.
       P530-INCLUI-FORMANDO-FIM.
           EXIT.

      *GRAVA O ALUNO CORRENTE COMO CONVOCADO NA SESSAO CORRENTE. SE
      *JA ESTA NA LISTA (CHAVE DUPLICADA), FICA COMO ESTA.
       P535-GRAVA-FORMANDO.
           INITIALIZE REG-FORMANDO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE ID-COLACAO            TO ID-COLACAO-FRM.
           MOVE WS-ID-ALUNO           TO ID-ALUNO-FRM.
           MOVE ID-CURSO OF REG-ALUNO TO ID-CURSO-FRM.
           MOVE WS-NR-CERTIFICADO     TO NR-CERTIFICADO-FRM.
           SET ST-FORMANDO-CONVOCADO  TO TRUE.
           MOVE ZEROS                 TO NR-REGISTRO-FRM.
           MOVE WS-COM-OPERADOR       TO ID-OPERADOR-FRM.
           MOVE WS-DH-DATA            TO DT-ATUALIZACAO-FRM.
           WRITE REG-FORMANDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-INCLUIDOS
                   MOVE SPACES        TO WS-REG-ANTES
                   MOVE 'FORMANDO'    TO WS-AUD-ARQUIVO
                   MOVE 'INCLUSAO'    TO WS-AUD-OPERACAO
                   MOVE CH-FORMANDO   TO WS-AUD-CHAVE
                   MOVE REG-FORMANDO  TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-WRITE.
       P535-GRAVA-FORMANDO-FIM.

      *REGISTRO DA COLACAO: SO EM SESSAO AGENDADA QUE JA ACONTECEU
      *(DATA ATE HOJE). PARA CADA FORMANDO CONVOCADO PERGUNTA P
      *(PRESENTE, COLOU GRAU), A (AUSENTE) OU OUTRA TECLA PARA DEIXAR
      *PENDENTE. QUANDO NAO SOBRA CONVOCADO, A SESSAO PASSA A
      *REALIZADA.
       P540-REGISTRA-COLACAO.
           PERFORM P440-PEDE-SESSAO THRU P440-PEDE-SESSAO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P540-REGISTRA-COLACAO-FIM
           END-IF.
           IF NOT ST-COLACAO-AGENDADA THEN
               DISPLAY 'SESSAO JA REALIZADA.'
               END-DISPLAY
               GO TO P540-REGISTRA-COLACAO-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           IF DT-COLACAO IS GREATER THAN WS-DH-DATA THEN
               DISPLAY 'A SESSAO AINDA NAO ACONTECEU.'
               END-DISPLAY
               GO TO P540-REGISTRA-COLACAO-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-COLARAM WS-QTD-AUSENTES
                         WS-QTD-PENDENTES.
           SET WS-EOF-FRM-OK TO FALSE.
           MOVE WS-ID-COLACAO TO ID-COLACAO-FRM.
           MOVE ZEROS         TO ID-ALUNO-FRM.
           START FORMANDO KEY IS NOT LESS THAN CH-FORMANDO
               INVALID KEY
                   SET WS-EOF-FRM-OK TO TRUE
           END-START.
           PERFORM P545-LE-FORMANDO THRU P545-LE-FORMANDO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-FRM-OK.
           DISPLAY 'COLARAM GRAU: ' WS-QTD-COLARAM
                   ' - AUSENTES: ' WS-QTD-AUSENTES
                   ' - PENDENTES: ' WS-QTD-PENDENTES
           END-DISPLAY.
           IF WS-QTD-PENDENTES EQUAL ZEROS THEN
               MOVE WS-ID-COLACAO TO ID-COLACAO
               READ COLACAO
                   INVALID KEY
                       GO TO P540-REGISTRA-COLACAO-FIM
               END-READ
               MOVE REG-COLACAO TO WS-REG-ANTES
               SET ST-COLACAO-REALIZADA TO TRUE
               REWRITE REG-COLACAO
                   INVALID KEY
                       DISPLAY 'ERRO AO ENCERRAR A SESSAO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       MOVE 'COLACAO'   TO WS-AUD-ARQUIVO
                       MOVE 'REALIZADA' TO WS-AUD-OPERACAO
                       MOVE ID-COLACAO  TO WS-AUD-CHAVE
                       MOVE REG-COLACAO TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
                       DISPLAY 'SESSAO ' ID-COLACAO ' REALIZADA.'
                       END-DISPLAY
               END-REWRITE
           END-IF.
       P540-REGISTRA-COLACAO-FIM.
           EXIT.

       P545-LE-FORMANDO.
           READ FORMANDO NEXT RECORD
               AT END
                   SET WS-EOF-FRM-OK TO TRUE
               NOT AT END
                   IF ID-COLACAO-FRM NOT EQUAL WS-ID-COLACAO THEN
                       SET WS-EOF-FRM-OK TO TRUE
                   ELSE
                       IF ST-FORMANDO-CONVOCADO THEN
                           PERFORM P550-PRESENCA
                                   THRU P550-PRESENCA-FIM
                       END-IF
                   END-IF
           END-READ.
       P545-LE-FORMANDO-FIM.

       P550-PRESENCA.
           MOVE ID-ALUNO-FRM TO WS-ID-ALUNO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO ' WS-ID-ALUNO ' NAO CADASTRADO.'
                   END-DISPLAY
                   ADD 1 TO WS-QTD-PENDENTES
                   GO TO P550-PRESENCA-FIM
           END-READ.
           DISPLAY WS-ID-ALUNO ' ' NM-ALUNO OF REG-ALUNO
                   ' - P-PRESENTE A-AUSENTE (OUTRA TECLA: PENDENTE): '
           END-DISPLAY.
           ACCEPT WS-PRESENCA
           END-ACCEPT.
           EVALUATE WS-PRESENCA
               WHEN 'P'
                   PERFORM P560-COLA-GRAU THRU P560-COLA-GRAU-FIM
               WHEN 'A'
                   MOVE REG-FORMANDO    TO WS-REG-ANTES
                   SET ST-FORMANDO-AUSENTE TO TRUE
                   MOVE WS-COM-OPERADOR TO ID-OPERADOR-FRM
                   MOVE WS-DH-DATA      TO DT-ATUALIZACAO-FRM
                   PERFORM P565-REGRAVA-FORMANDO
                           THRU P565-REGRAVA-FORMANDO-FIM
                   ADD 1 TO WS-QTD-AUSENTES
               WHEN OTHER
                   ADD 1 TO WS-QTD-PENDENTES
           END-EVALUATE.
       P550-PRESENCA-FIM.
           EXIT.

      *O FORMANDO COLOU GRAU: REGISTRA O DIPLOMA NO LIVRO COM A
      *PROXIMA NUMERACAO, PASSA O ALUNO A EGRESSO E MARCA O FORMANDO
      *COM O NUMERO DO REGISTRO. TUDO AUDITADO.
       P560-COLA-GRAU.
           MOVE ID-CURSO-FRM TO WS-ID-CURSO.
           PERFORM P470-VERIFICA-DIPLOMA THRU P470-VERIFICA-DIPLOMA-FIM.
           IF WS-DIPLOMADO-OK THEN
               DISPLAY 'DIPLOMA DO CURSO JA REGISTRADO PARA O ALUNO.'
               END-DISPLAY
               ADD 1 TO WS-QTD-PENDENTES
               GO TO P560-COLA-GRAU-FIM
           END-IF.
           PERFORM P300-PROXIMO-REGISTRO
                   THRU P300-PROXIMO-REGISTRO-FIM.
           INITIALIZE REG-LIVRODIP
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-NR-REGISTRO          TO NR-REGISTRO-LDP.
           MOVE WS-NR-LIVRO             TO NR-LIVRO-LDP.
           MOVE WS-NR-FOLHA             TO NR-FOLHA-LDP.
           MOVE WS-ID-ALUNO             TO ID-ALUNO-LDP.
           MOVE NM-ALUNO OF REG-ALUNO   TO NM-ALUNO-LDP.
           MOVE CPF-ALUNO OF REG-ALUNO  TO CPF-ALUNO-LDP.
           MOVE DT-NASC-ALUNO           TO DT-NASC-ALUNO-LDP.
           MOVE ID-CURSO-FRM            TO ID-CURSO-LDP.
           MOVE ID-CURSO-FRM            TO ID-CURSO OF REG-CURSO.
           MOVE SPACES                  TO NM-CURSO-LDP.
           IF WS-CURSO-ABERTO-OK THEN
               READ CURSO
                   NOT INVALID KEY
                       MOVE NM-CURSO    TO NM-CURSO-LDP
               END-READ
           END-IF.
           MOVE WS-ID-COLACAO           TO ID-COLACAO-LDP.
           MOVE TP-COLACAO              TO TP-COLACAO-LDP.
           MOVE DT-COLACAO              TO DT-COLACAO-LDP.
           MOVE NR-CERTIFICADO-FRM      TO NR-CERTIFICADO-LDP.
           MOVE WS-DH-DATA              TO DT-REGISTRO-LDP.
           MOVE WS-COM-OPERADOR         TO ID-OPERADOR-LDP.
           WRITE REG-LIVRODIP
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O LIVRO DE DIPLOMAS. FILE '
                           'STATUS: ' WS-FS-LDP
                   END-DISPLAY
                   ADD 1 TO WS-QTD-PENDENTES
                   GO TO P560-COLA-GRAU-FIM
           END-WRITE.
           MOVE SPACES          TO WS-REG-ANTES.
           MOVE 'LIVRODIP'      TO WS-AUD-ARQUIVO.
           MOVE 'INCLUSAO'      TO WS-AUD-OPERACAO.
           MOVE NR-REGISTRO-LDP TO WS-AUD-CHAVE.
           MOVE REG-LIVRODIP    TO WS-AUD-DEPOIS.
           PERFORM P610-GRAVA-AUDITORIA THRU P610-GRAVA-AUDITORIA-FIM.
           IF NOT ST-ALUNO-EGRESSO THEN
               MOVE REG-ALUNO TO WS-REG-ANTES
               SET ST-ALUNO-EGRESSO TO TRUE
               REWRITE REG-ALUNO
                   INVALID KEY
                       DISPLAY 'ERRO AO PASSAR O ALUNO A EGRESSO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       MOVE 'ALUNOS'     TO WS-AUD-ARQUIVO
                       MOVE 'COLACAO'    TO WS-AUD-OPERACAO
                       MOVE ID-ALUNO OF REG-ALUNO TO WS-AUD-CHAVE
                       MOVE REG-ALUNO    TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-REWRITE
           END-IF.
           MOVE REG-FORMANDO    TO WS-REG-ANTES.
           SET ST-FORMANDO-COLOU TO TRUE.
           MOVE WS-NR-REGISTRO  TO NR-REGISTRO-FRM.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-FRM.
           MOVE WS-DH-DATA      TO DT-ATUALIZACAO-FRM.
           PERFORM P565-REGRAVA-FORMANDO
                   THRU P565-REGRAVA-FORMANDO-FIM.
           ADD 1 TO WS-QTD-COLARAM.
           DISPLAY 'DIPLOMA REGISTRADO SOB O NUMERO ' WS-NR-REGISTRO
                   ' - LIVRO ' WS-NR-LIVRO ' FOLHA ' WS-NR-FOLHA
           END-DISPLAY.
       P560-COLA-GRAU-FIM.
           EXIT.

       P565-REGRAVA-FORMANDO.
           REWRITE REG-FORMANDO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O FORMANDO.'
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE 'FORMANDO'   TO WS-AUD-ARQUIVO
                   MOVE 'PRESENCA'   TO WS-AUD-OPERACAO
                   MOVE CH-FORMANDO  TO WS-AUD-CHAVE
                   MOVE REG-FORMANDO TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P565-REGRAVA-FORMANDO-FIM.

      *LE, AVANCA E REGRAVA A NUMERACAO DO LIVRO DE DIPLOMAS: NUMERO
      *DE REGISTRO SEQUENCIAL E, A CADA WS-REGISTROS-POR-FOLHA, A
      *FOLHA SEGUINTE; PASSADA A ULTIMA FOLHA, ABRE O PROXIMO LIVRO.
       P300-PROXIMO-REGISTRO.
           MOVE ZEROS TO WS-NR-REGISTRO WS-NR-LIVRO WS-NR-FOLHA
                         WS-QT-NA-FOLHA.
           OPEN INPUT CONTROLE-LDP.
           IF WS-FS-CTL-OK THEN
               READ CONTROLE-LDP
                   AT END
                       MOVE ZEROS TO REG-CONTROLE-LDP
               END-READ
               MOVE NR-REGISTRO-CTL TO WS-NR-REGISTRO
               MOVE NR-LIVRO-CTL    TO WS-NR-LIVRO
               MOVE NR-FOLHA-CTL    TO WS-NR-FOLHA
               MOVE QT-NA-FOLHA-CTL TO WS-QT-NA-FOLHA
               CLOSE CONTROLE-LDP
           END-IF.
           ADD 1 TO WS-NR-REGISTRO.
           IF WS-NR-LIVRO EQUAL ZEROS THEN
               MOVE 1     TO WS-NR-LIVRO WS-NR-FOLHA
               MOVE ZEROS TO WS-QT-NA-FOLHA
           END-IF.
           ADD 1 TO WS-QT-NA-FOLHA.
           IF WS-QT-NA-FOLHA IS GREATER THAN WS-REGISTROS-POR-FOLHA
              THEN
               MOVE 1 TO WS-QT-NA-FOLHA
               ADD 1 TO WS-NR-FOLHA
               IF WS-NR-FOLHA IS GREATER THAN WS-FOLHAS-POR-LIVRO
                  THEN
                   MOVE 1 TO WS-NR-FOLHA
                   ADD 1 TO WS-NR-LIVRO
               END-IF
           END-IF.
           OPEN OUTPUT CONTROLE-LDP.
           MOVE WS-NR-REGISTRO TO NR-REGISTRO-CTL.
           MOVE WS-NR-LIVRO    TO NR-LIVRO-CTL.
           MOVE WS-NR-FOLHA    TO NR-FOLHA-CTL.
           MOVE WS-QT-NA-FOLHA TO QT-NA-FOLHA-CTL.
           WRITE REG-CONTROLE-LDP
           END-WRITE.
           CLOSE CONTROLE-LDP.
       P300-PROXIMO-REGISTRO-FIM.

      *ATA DA SESSAO NO SPOOL: DADOS DA SESSAO, CURSOS E A LISTA DE
      *FORMANDOS COM A SITUACAO, O REGISTRO DO DIPLOMA E O ESPACO
      *PARA A ASSINATURA.
       P570-EMITE-ATA.
           PERFORM P440-PEDE-SESSAO THRU P440-PEDE-SESSAO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P570-EMITE-ATA-FIM
           END-IF.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P450-GRAVA-CABECALHO THRU P450-GRAVA-CABECALHO-FIM.
           MOVE ZEROS TO WS-QTD-LISTADOS WS-QTD-COLARAM
                         WS-QTD-AUSENTES WS-QTD-PENDENTES.
           SET WS-EOF-FRM-OK TO FALSE.
           MOVE WS-ID-COLACAO TO ID-COLACAO-FRM.
           MOVE ZEROS         TO ID-ALUNO-FRM.
           START FORMANDO KEY IS NOT LESS THAN CH-FORMANDO
               INVALID KEY
                   SET WS-EOF-FRM-OK TO TRUE
           END-START.
           PERFORM P575-LISTA-FORMANDO THRU P575-LISTA-FORMANDO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-FRM-OK.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'FORMANDOS: ' WS-QTD-LISTADOS
                  '   COLARAM GRAU: ' WS-QTD-COLARAM
                  '   AUSENTES: ' WS-QTD-AUSENTES
                  '   CONVOCADOS: ' WS-QTD-PENDENTES
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
       P570-EMITE-ATA-FIM.
           EXIT.

       P575-LISTA-FORMANDO.
           READ FORMANDO NEXT RECORD
               AT END
                   SET WS-EOF-FRM-OK TO TRUE
               NOT AT END
                   IF ID-COLACAO-FRM NOT EQUAL WS-ID-COLACAO THEN
                       SET WS-EOF-FRM-OK TO TRUE
                   ELSE
                       PERFORM P577-LINHA-FORMANDO
                               THRU P577-LINHA-FORMANDO-FIM
                   END-IF
           END-READ.
       P575-LISTA-FORMANDO-FIM.

       P577-LINHA-FORMANDO.
           ADD 1 TO WS-QTD-LISTADOS.
           EVALUATE TRUE
               WHEN ST-FORMANDO-COLOU
                   MOVE 'COLOU GRAU' TO WS-DS-FORMANDO
                   ADD 1 TO WS-QTD-COLARAM
               WHEN ST-FORMANDO-AUSENTE
                   MOVE 'AUSENTE'    TO WS-DS-FORMANDO
                   ADD 1 TO WS-QTD-AUSENTES
               WHEN OTHER
                   MOVE 'CONVOCADO'  TO WS-DS-FORMANDO
                   ADD 1 TO WS-QTD-PENDENTES
           END-EVALUATE.
           MOVE ID-ALUNO-FRM TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE SPACES TO NM-ALUNO OF REG-ALUNO
           END-READ.
           STRING ID-ALUNO-FRM ' ' NM-ALUNO OF REG-ALUNO
                  ' CURSO ' ID-CURSO-FRM ' CERT. ' NR-CERTIFICADO-FRM
                  ' ' WS-DS-FORMANDO ' REG. ' NR-REGISTRO-FRM
                  '   ______________________________'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P577-LINHA-FORMANDO-FIM.

      *CONSULTA DAS SESSOES CADASTRADAS NA TELA.
       P580-LISTA-SESSOES.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-COL-OK TO FALSE.
           MOVE ZEROS TO ID-COLACAO.
           START COLACAO KEY IS NOT LESS THAN ID-COLACAO
               INVALID KEY
                   SET WS-EOF-COL-OK TO TRUE
           END-START.
           PERFORM P585-MOSTRA-SESSAO THRU P585-MOSTRA-SESSAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-COL-OK.
           DISPLAY 'SESSOES CADASTRADAS: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P580-LISTA-SESSOES-FIM.

       P585-MOSTRA-SESSAO.
           READ COLACAO NEXT RECORD
               AT END
                   SET WS-EOF-COL-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM P590-DESCREVE-SESSAO
                           THRU P590-DESCREVE-SESSAO-FIM
                   DISPLAY ID-COLACAO ' ' WS-DS-TIPO ' ' DT-COLACAO
                           ' ' HR-COLACAO ' ' WS-DS-SITUACAO ' '
                           DS-LOCAL-COL
                   END-DISPLAY
           END-READ.
       P585-MOSTRA-SESSAO-FIM.

       P590-DESCREVE-SESSAO.
           IF TP-COLACAO-SOLENE THEN
               MOVE 'SOLENE'   TO WS-DS-TIPO
           ELSE
               MOVE 'GABINETE' TO WS-DS-TIPO
           END-IF.
           IF ST-COLACAO-REALIZADA THEN
               MOVE 'REALIZADA' TO WS-DS-SITUACAO
           ELSE
               MOVE 'AGENDADA'  TO WS-DS-SITUACAO
           END-IF.
       P590-DESCREVE-SESSAO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTCOLMAN'      TO WS-SP-RELATORIO.
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
           DISPLAY 'RELATORIO GUARDADO NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P450-GRAVA-CABECALHO.
           PERFORM P590-DESCREVE-SESSAO THRU P590-DESCREVE-SESSAO-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ATA DA SESSAO DE COLACAO DE GRAU ' ID-COLACAO
                  ' - SESSAO ' WS-DS-TIPO ' - ' WS-DS-SITUACAO
                  ' - POSICAO DE ' WS-DH-DATA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'DATA ' DT-COLACAO ' AS ' HR-COLACAO ' - LOCAL: '
                  DS-LOCAL-COL
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF QT-CURSOS-COL EQUAL ZEROS THEN
               MOVE 'CURSOS: QUALQUER CURSO' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           ELSE
               PERFORM P455-LINHA-CURSO THRU P455-LINHA-CURSO-FIM
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > QT-CURSOS-COL
           END-IF.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ALUNO NOME                 CURSO, CERTIFICADO, '
                  'SITUACAO E REGISTRO DO DIPLOMA    ASSINATURA'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P450-GRAVA-CABECALHO-FIM.

       P455-LINHA-CURSO.
           MOVE ID-CURSO-COL (WS-INDICE) TO ID-CURSO OF REG-CURSO.
           MOVE SPACES TO NM-CURSO.
           IF WS-CURSO-ABERTO-OK THEN
               READ CURSO
                   INVALID KEY
                       MOVE SPACES TO NM-CURSO
               END-READ
           END-IF.
           STRING 'CURSO ' ID-CURSO-COL (WS-INDICE) ' - ' NM-CURSO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P455-LINHA-CURSO-FIM.

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
           CLOSE COLACAO.
           CLOSE FORMANDO.
           CLOSE ALUNOS.
           CLOSE LIVRODIP.
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

       END PROGRAM NTCOLMAN.
