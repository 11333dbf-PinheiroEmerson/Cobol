      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      03/07/2023.
      * Purpose:   IMPORTACAO DIARIA DO REGISTRO DAS CATRACAS
      *            (CATRACA.TXT: UMA LINHA POR PASSAGEM DE CARTAO, COM
      *            NUMERO DO CARTAO, DATA, HORA E CATRACA). O NUMERO
      *            DO CARTAO E O CODIGO DO ALUNO IMPRESSO NA
      *            CARTEIRINHA (NTCARTEI). PARA CADA MATRICULA ATIVA
      *            DO ALUNO, A PASSAGEM QUE CAI EM UM BLOCO DE AULA DE
      *            HORARIO.DAT DO DIA DA SEMANA (DESDE A TOLERANCIA DE
      *            ENTRADA ANTES DO INICIO ATE O FIM DO BLOCO) GRAVA EM
      *            CHAMADA.DAT UMA PRESENCA SUGERIDA (S), QUE O
      *            PROFESSOR SO CONFIRMA OU CORRIGE NO NTCHAINC (OU NA
      *            FOLHA DO NTCHAEXP/NTCHAIMP). VALEM AS MESMAS
      *            REGRAS DO LANCAMENTO: DATA LETIVA (PGDIALET), DENTRO
      *            DAS AULAS DO PERIODO (CALENDARIO.DAT), AULA NAO
      *            CANCELADA (OCORAULA.DAT) E DIARIO DA TURMA NAO
      *            FECHADO (DIAFECHA.DAT). CHAMADA JA LANCADA NUNCA E
      *            SOBRESCRITA, DE MODO QUE O MESMO ARQUIVO PODE SER
      *            REPROCESSADO. CARTAO SEM ALUNO E PASSAGEM FORA DOS
      *            BLOCOS DE AULA SAEM NO RELATORIO DE EXCECOES
      *            (SPOOL, PGSPOOL). RODA NO FECHAMENTO NOTURNO
      *            (NTEODRUN), COM LOG DE JOBS (PGJOBLOG) E
      *            RETURN-CODE 4 QUANDO HA EXCECOES OU NAO HA ARQUIVO.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCATIMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATRACA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-CAT.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT MATRICULA
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT HORARIO
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-HORARIO
           FILE  STATUS IS WS-FS-H.

           SELECT CHAMADA
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CHAMADA
           FILE  STATUS IS WS-FS-C.

           SELECT OCORRENCIAS
           ASSIGN TO WS-CAMINHO-OCORAULA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-OCORRENCIA
           FILE  STATUS IS WS-FS-OCO.

           SELECT DIAFECHA
           ASSIGN TO WS-CAMINHO-DIAFECHA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-DIAFECHA
           FILE  STATUS IS WS-FS-DIA.

           SELECT CALENDARIO
           ASSIGN TO WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-CALENDARIO
           FILE  STATUS IS WS-FS-CAL.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATRACA.
       01  REG-CATRACA                 PIC X(40).

       FD  ALUNOS.
           COPY CFPK0001.

       FD  MATRICULA.
           COPY CFPK0005.

       FD  HORARIO.
           COPY CFPK0011.

       FD  CHAMADA.
           COPY CFPK0009.

       FD  OCORRENCIAS.
           COPY CFPK0039.

       FD  DIAFECHA.
           COPY CFPK0070.

       FD  CALENDARIO.
           COPY CFPK0022.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHOS ALEM DOS CINCO SLOTS DE CFCFG001, JA TODOS OCUPADOS.
       01  WS-CAMINHO-OCORAULA         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-DIAFECHA         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-CALENDARIO       PIC X(80) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

      *LINHA DO REGISTRO DAS CATRACAS: CARTAO, DATA (AAAAMMDD), HORA
      *(HHMMSS) E IDENTIFICACAO DA CATRACA.
       01  WS-PASSAGEM                 PIC X(40) VALUE SPACES.
       01  FILLER REDEFINES WS-PASSAGEM.
           03 WS-PS-NR-CARTAO          PIC 9(10).
           03 WS-PS-DT-PASSAGEM        PIC 9(08).
           03 WS-PS-HR-PASSAGEM.
               05 WS-PS-HR-HORA        PIC 9(02).
               05 WS-PS-HR-MINUTO      PIC 9(02).
               05 WS-PS-HR-SEGUNDO     PIC 9(02).
           03 WS-PS-CD-CATRACA         PIC X(04).
           03 FILLER                   PIC X(12).

      *AREA DA CLASSIFICACAO DE DATA (PGDIALET): PASSAGEM EM DATA NAO
      *LETIVA NAO GERA PRESENCA.
       01  WS-PARM-DIALET.
           03 WS-DL-DATA               PIC 9(08).
           03 WS-DL-LETIVO             PIC X(01).
               88 WS-DL-LETIVO-SIM     VALUE 'S' FALSE 'N'.
           03 WS-DL-UTIL               PIC X(01).

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *TOLERANCIA DE ENTRADA (MINUTOS ANTES DO INICIO DO BLOCO EM QUE
      *A PASSAGEM JA CONTA PARA A AULA), PARAMETRO CATRACA-TOLER-MIN.
       77  WS-TOLERANCIA               PIC 9(03) VALUE ZEROS.

      *HORARIOS CONVERTIDOS EM MINUTOS DO DIA PARA A COMPARACAO.
       01  WS-HORA-HHMM                PIC 9(04) VALUE ZEROS.
       01  FILLER REDEFINES WS-HORA-HHMM.
           03 WS-HHMM-HORA             PIC 9(02).
           03 WS-HHMM-MINUTO           PIC 9(02).
       77  WS-MIN-PASSAGEM             PIC S9(04) VALUE ZEROS.
       77  WS-MIN-INICIO               PIC S9(04) VALUE ZEROS.
       77  WS-MIN-FIM                  PIC S9(04) VALUE ZEROS.

      *DIA DA SEMANA DA PASSAGEM NA CONVENCAO DE HORARIO.DAT
      *(1=DOMINGO ... 7=SABADO), COMO NO PGDIALET.
       77  WS-RESTO-SEMANA             PIC 9(01) VALUE ZEROS.
       77  WS-DIA-SEMANA               PIC 9(01) VALUE ZEROS.

       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

      *MOTIVOS DE EXCECAO: 01=CARTAO SEM ALUNO CADASTRADO 02=PASSAGEM
      *FORA DOS BLOCOS DE AULA DO ALUNO 03=DATA NAO LETIVA 04=LINHA
      *COM CARTAO, DATA OU HORA INVALIDOS.
       77  WS-MOTIVO-EXCECAO           PIC X(02) VALUE SPACES.
       77  WS-DS-MOTIVO                PIC X(40) VALUE SPACES.

       77  WS-QTD-BLOCOS               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-SUGERIDAS            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-JA-LANCADAS          PIC 9(06) VALUE ZEROS.
       77  WS-QTD-CANCELADAS           PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DIARIO-FECHADO       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-EXCECOES             PIC 9(06) VALUE ZEROS.

       77  WS-DENTRO-PERIODO           PIC X.
           88 WS-DENTRO-PERIODO-OK     VALUE 'S' FALSE 'N'.
       77  WS-BLOQUEADA                PIC X.
           88 WS-BLOQUEADA-OK          VALUE 'S' FALSE 'N'.

       77  WS-EOF-CATRACA              PIC X.
           88 WS-EOF-CATRACA-OK        VALUE 'S' FALSE 'N'.
       77  WS-EOF-MATRICULA            PIC X.
           88 WS-EOF-MATRICULA-OK      VALUE 'S' FALSE 'N'.
       77  WS-EOF-HORARIO              PIC X.
           88 WS-EOF-HORARIO-OK        VALUE 'S' FALSE 'N'.

       77  WS-CAT-ABERTO               PIC X.
           88 WS-CAT-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77  WS-SPL-ABERTO               PIC X.
           88 WS-SPL-ABERTO-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-CAT                   PIC 99.
           88 WS-FS-CAT-OK             VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-R                     PIC 99.
           88 WS-FS-R-OK               VALUE 0.
       77  WS-FS-H                     PIC 99.
           88 WS-FS-H-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-OCO                   PIC 99.
           88 WS-FS-OCO-OK             VALUE 0.
       77  WS-FS-DIA                   PIC 99.
           88 WS-FS-DIA-OK             VALUE 0.
       77  WS-FS-CAL                   PIC 99.
           88 WS-FS-CAL-OK             VALUE 0.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO (60 LINHAS
      *POR PAGINA, COMO NO NTALULIS).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTCATIMP'.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'CONCLUIDO'.
       01  WS-DH-INICIO-JOB            PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DH-INICIO-JOB.
           03 WS-DH-INICIO-14          PIC 9(14).
           03 FILLER                   PIC X(07).

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
           INITIALIZE WS-FS-CAT WS-FS-A WS-FS-R WS-FS-H WS-FS-C
                      WS-PASSAGEM WS-MOTIVO-EXCECAO WS-QTD-LIDAS
                      WS-QTD-SUGERIDAS WS-QTD-JA-LANCADAS
                      WS-QTD-CANCELADAS WS-QTD-DIARIO-FECHADO
                      WS-QTD-EXCECOES
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-CATRACA-OK       TO FALSE.
           SET WS-CAT-ABERTO-OK        TO FALSE.
           SET WS-SPL-ABERTO-OK        TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-DH-INICIO-JOB.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P050-LE-PARAMETROS  THRU P050-LE-PARAMETROS-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *TOLERANCIA DE ENTRADA ANTES DO INICIO DO BLOCO DE AULA (PADRAO
      *30 MINUTOS; NO MAXIMO DUAS HORAS).
       P050-LE-PARAMETROS.
           MOVE 'CATRACA-TOLER-MIN'    TO WS-PL-NOME.
           MOVE 30                     TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           IF WS-PL-VALOR IS GREATER THAN 120 THEN
               MOVE 30 TO WS-TOLERANCIA
           ELSE
               MOVE WS-PL-VALOR TO WS-TOLERANCIA
           END-IF.
       P050-LE-PARAMETROS-FIM.

      *MONTA OS CAMINHOS DO REGISTRO DAS CATRACAS E DOS MESTRES A
      *PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CATRACA.TXT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\HORARIO.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CHAMADA.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\OCORAULA.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-OCORAULA
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DIAFECHA.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-DIAFECHA
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CALENDARIO.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-CALENDARIO
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
      *SEM O REGISTRO DAS CATRACAS NAO HA O QUE IMPORTAR (AVISO): O
      *FECHAMENTO NOTURNO SEGUE.
           OPEN INPUT CATRACA.
           IF WS-FS-CAT-OK THEN
               SET WS-CAT-ABERTO-OK TO TRUE
           ELSE
               DISPLAY 'CATRACA.TXT NAO ENCONTRADO. NENHUMA PASSAGEM '
                       'A IMPORTAR.'
               END-DISPLAY
               MOVE 4 TO RETURN-CODE
               MOVE 'AVISO' TO WS-JL-STATUS
               SET WS-EOF-CATRACA-OK TO TRUE
               GO TO P400-ABRE-ARQ-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT MATRICULA.
           IF NOT WS-FS-R-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT HORARIO.
           IF NOT WS-FS-H-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O CHAMADA.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-C-OK THEN
               OPEN OUTPUT CHAMADA
               CLOSE CHAMADA
               OPEN I-O CHAMADA
           END-IF.
           IF NOT WS-FS-C-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *DIARIO DE OCORRENCIAS, FECHAMENTO DO DIARIO E CALENDARIO SAO
      *OPCIONAIS: SEM ELES, NENHUMA AULA FOI CANCELADA, NENHUM DIARIO
      *ESTA FECHADO E TODA DATA ESTA DENTRO DAS AULAS DO PERIODO.
           OPEN INPUT OCORRENCIAS.
           OPEN INPUT DIAFECHA.
           OPEN INPUT CALENDARIO.
           PERFORM P300-ABRE-SPOOL     THRU P300-ABRE-SPOOL-FIM.
           PERFORM P320-CABECALHO      THRU P320-CABECALHO-FIM.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P410-LE-PASSAGEM THRU P410-LE-PASSAGEM-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-CATRACA-OK.
           IF NOT WS-CAT-ABERTO-OK THEN
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P600-IMPRIME-TOTAIS THRU P600-IMPRIME-TOTAIS-FIM.
           IF WS-QTD-EXCECOES IS GREATER THAN ZEROS THEN
               MOVE 4 TO RETURN-CODE
               MOVE 'AVISO' TO WS-JL-STATUS
           END-IF.
           DISPLAY '*** IMPORTACAO DAS CATRACAS CONCLUIDA ***'
           END-DISPLAY.
           DISPLAY 'PASSAGENS LIDAS..........: ' WS-QTD-LIDAS
           END-DISPLAY.
           DISPLAY 'PRESENCAS SUGERIDAS......: ' WS-QTD-SUGERIDAS
           END-DISPLAY.
           DISPLAY 'CHAMADAS JA LANCADAS.....: ' WS-QTD-JA-LANCADAS
           END-DISPLAY.
           DISPLAY 'AULAS CANCELADAS.........: ' WS-QTD-CANCELADAS
           END-DISPLAY.
           DISPLAY 'DIARIOS FECHADOS.........: '
                   WS-QTD-DIARIO-FECHADO
           END-DISPLAY.
           DISPLAY 'EXCECOES.................: ' WS-QTD-EXCECOES
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

       P410-LE-PASSAGEM.
           READ CATRACA
               AT END
                   SET WS-EOF-CATRACA-OK TO TRUE
               NOT AT END
                   IF REG-CATRACA NOT EQUAL SPACES THEN
                       MOVE REG-CATRACA TO WS-PASSAGEM
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM P440-TRATA-PASSAGEM
                               THRU P440-TRATA-PASSAGEM-FIM
                   END-IF
           END-READ.
       P410-LE-PASSAGEM-FIM.

      *LOCALIZA O ALUNO DO CARTAO E PROCURA, NAS MATRICULAS ATIVAS
      *DELE, O BLOCO DE AULA EM QUE A PASSAGEM CAI; PASSAGEM SEM
      *ALUNO OU SEM BLOCO VAI PARA O RELATORIO DE EXCECOES.
       P440-TRATA-PASSAGEM.
           MOVE SPACES TO WS-MOTIVO-EXCECAO.
           IF WS-PS-NR-CARTAO NOT NUMERIC OR
              WS-PS-DT-PASSAGEM NOT NUMERIC OR
              WS-PS-HR-PASSAGEM NOT NUMERIC THEN
               MOVE '04' TO WS-MOTIVO-EXCECAO
               GO TO P440-TRATA-PASSAGEM-EXC
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-PS-DT-PASSAGEM)
                  NOT EQUAL ZEROS OR
              WS-PS-HR-HORA IS GREATER THAN 23 OR
              WS-PS-HR-MINUTO IS GREATER THAN 59 THEN
               MOVE '04' TO WS-MOTIVO-EXCECAO
               GO TO P440-TRATA-PASSAGEM-EXC
           END-IF.
      *O CARTAO TRAZ O CODIGO DO ALUNO DA CARTEIRINHA.
           IF WS-PS-NR-CARTAO IS GREATER THAN 99999 OR
              WS-PS-NR-CARTAO EQUAL ZEROS THEN
               MOVE '01' TO WS-MOTIVO-EXCECAO
               GO TO P440-TRATA-PASSAGEM-EXC
           END-IF.
           MOVE WS-PS-NR-CARTAO TO WS-ID-ALUNO.
           MOVE WS-ID-ALUNO     TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE '01' TO WS-MOTIVO-EXCECAO
           END-READ.
           IF WS-MOTIVO-EXCECAO NOT EQUAL SPACES THEN
               GO TO P440-TRATA-PASSAGEM-EXC
           END-IF.
           MOVE WS-PS-DT-PASSAGEM TO WS-DL-DATA.
           CALL 'PGDIALET' USING WS-PARM-DIALET.
           IF NOT WS-DL-LETIVO-SIM THEN
               MOVE '03' TO WS-MOTIVO-EXCECAO
               GO TO P440-TRATA-PASSAGEM-EXC
           END-IF.
           COMPUTE WS-RESTO-SEMANA = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (WS-PS-DT-PASSAGEM) 7).
           COMPUTE WS-DIA-SEMANA = WS-RESTO-SEMANA + 1.
           COMPUTE WS-MIN-PASSAGEM =
                   (WS-PS-HR-HORA * 60) + WS-PS-HR-MINUTO.
           MOVE ZEROS TO WS-QTD-BLOCOS.
           PERFORM P450-VARRE-MATRICULAS
                   THRU P450-VARRE-MATRICULAS-FIM.
           IF WS-QTD-BLOCOS EQUAL ZEROS THEN
               MOVE '02' TO WS-MOTIVO-EXCECAO
           END-IF.
       P440-TRATA-PASSAGEM-EXC.
           IF WS-MOTIVO-EXCECAO NOT EQUAL SPACES THEN
               PERFORM P700-IMPRIME-EXCECAO
                       THRU P700-IMPRIME-EXCECAO-FIM
           END-IF.
       P440-TRATA-PASSAGEM-FIM.
           EXIT.

      *A CHAVE DA MATRICULA COMECA PELO ALUNO: POSICIONA NO PRIMEIRO
      *REGISTRO DELE E LE ENQUANTO FOR O MESMO ALUNO.
       P450-VARRE-MATRICULAS.
           SET WS-EOF-MATRICULA-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO     OF CH-MATRICULA.
           MOVE ZEROS       TO ID-MATERIA   OF CH-MATRICULA.
           MOVE ZEROS       TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
           PERFORM P455-LE-MATRICULA THRU P455-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MATRICULA-OK.
       P450-VARRE-MATRICULAS-FIM.

       P455-LE-MATRICULA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
                   GO TO P455-LE-MATRICULA-FIM
           END-READ.
           IF ID-ALUNO OF CH-MATRICULA NOT EQUAL WS-ID-ALUNO THEN
               SET WS-EOF-MATRICULA-OK TO TRUE
               GO TO P455-LE-MATRICULA-FIM
           END-IF.
           IF NOT ST-MATRICULA-ATIVA THEN
               GO TO P455-LE-MATRICULA-FIM
           END-IF.
           MOVE ANO-SEMESTRE OF CH-MATRICULA TO WS-ANO-SEMESTRE.
           PERFORM P460-VERIFICA-PERIODO
                   THRU P460-VERIFICA-PERIODO-FIM.
           IF WS-DENTRO-PERIODO-OK THEN
               PERFORM P470-VARRE-HORARIOS
                       THRU P470-VARRE-HORARIOS-FIM
           END-IF.
       P455-LE-MATRICULA-FIM.
           EXIT.

      *A PASSAGEM SO VALE PARA A MATRICULA DO PERIODO EM AULA NA
      *DATA; PERIODO SEM CALENDARIO CADASTRADO NAO LIMITA.
       P460-VERIFICA-PERIODO.
           SET WS-DENTRO-PERIODO-OK TO TRUE.
           IF NOT WS-FS-CAL-OK THEN
               GO TO P460-VERIFICA-PERIODO-FIM
           END-IF.
           MOVE WS-AS-ANO      TO AS-ANO      OF CH-CALENDARIO.
           MOVE WS-AS-SEMESTRE TO AS-SEMESTRE OF CH-CALENDARIO.
           READ CALENDARIO
               INVALID KEY
                   GO TO P460-VERIFICA-PERIODO-FIM
           END-READ.
           IF WS-PS-DT-PASSAGEM IS LESS THAN DT-INI-AULAS OR
              WS-PS-DT-PASSAGEM IS GREATER THAN DT-FIM-AULAS THEN
               SET WS-DENTRO-PERIODO-OK TO FALSE
           END-IF.
       P460-VERIFICA-PERIODO-FIM.
           EXIT.

      *BLOCOS DA OFERTA NO DIA DA SEMANA DA PASSAGEM, EM ORDEM DE
      *HORA DE INICIO.
       P470-VARRE-HORARIOS.
           SET WS-EOF-HORARIO-OK TO FALSE.
           MOVE ID-MATERIA OF CH-MATRICULA TO ID-MATERIA OF CH-HORARIO.
           MOVE WS-ANO-SEMESTRE  TO ANO-SEMESTRE OF CH-HORARIO.
           MOVE WS-DIA-SEMANA    TO DIA-SEMANA.
           MOVE ZEROS            TO HR-INICIO.
           START HORARIO KEY IS NOT LESS THAN CH-HORARIO
               INVALID KEY
                   SET WS-EOF-HORARIO-OK TO TRUE
           END-START.
           PERFORM P475-LE-HORARIO THRU P475-LE-HORARIO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-HORARIO-OK.
       P470-VARRE-HORARIOS-FIM.

       P475-LE-HORARIO.
           READ HORARIO NEXT RECORD
               AT END
                   SET WS-EOF-HORARIO-OK TO TRUE
                   GO TO P475-LE-HORARIO-FIM
           END-READ.
           IF ID-MATERIA OF CH-HORARIO NOT EQUAL
                  ID-MATERIA OF CH-MATRICULA OR
              ANO-SEMESTRE OF CH-HORARIO NOT EQUAL WS-ANO-SEMESTRE OR
              DIA-SEMANA NOT EQUAL WS-DIA-SEMANA THEN
               SET WS-EOF-HORARIO-OK TO TRUE
               GO TO P475-LE-HORARIO-FIM
           END-IF.
           MOVE HR-INICIO TO WS-HORA-HHMM.
           COMPUTE WS-MIN-INICIO =
                   (WS-HHMM-HORA * 60) + WS-HHMM-MINUTO - WS-TOLERANCIA.
           MOVE HR-FIM    TO WS-HORA-HHMM.
           COMPUTE WS-MIN-FIM =
                   (WS-HHMM-HORA * 60) + WS-HHMM-MINUTO.
           IF WS-MIN-PASSAGEM IS NOT LESS THAN WS-MIN-INICIO AND
              WS-MIN-PASSAGEM IS NOT GREATER THAN WS-MIN-FIM THEN
               ADD 1 TO WS-QTD-BLOCOS
               PERFORM P480-SUGERE-PRESENCA
                       THRU P480-SUGERE-PRESENCA-FIM
           END-IF.
       P475-LE-HORARIO-FIM.
           EXIT.

      *GRAVA A PRESENCA SUGERIDA DA OFERTA NA DATA, RESPEITANDO AULA
      *CANCELADA E DIARIO FECHADO. CHAMADA JA EXISTENTE (LANCADA PELO
      *PROFESSOR OU SUGERIDA POR OUTRA PASSAGEM) FICA COMO ESTA.
       P480-SUGERE-PRESENCA.
           PERFORM P485-VERIFICA-BLOQUEIO
                   THRU P485-VERIFICA-BLOQUEIO-FIM.
           IF WS-BLOQUEADA-OK THEN
               GO TO P480-SUGERE-PRESENCA-FIM
           END-IF.
           MOVE ID-MATERIA OF CH-MATRICULA TO ID-MATERIA OF CH-CHAMADA.
           MOVE WS-ANO-SEMESTRE   TO ANO-SEMESTRE OF CH-CHAMADA.
           MOVE WS-PS-DT-PASSAGEM TO DT-CHAMADA.
           MOVE WS-ID-ALUNO       TO ID-ALUNO     OF CH-CHAMADA.
           SET FL-PRESENCA-SUGERIDA TO TRUE.
           WRITE REG-CHAMADA
               INVALID KEY
                   ADD 1 TO WS-QTD-JA-LANCADAS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-SUGERIDAS
           END-WRITE.
       P480-SUGERE-PRESENCA-FIM.
           EXIT.

       P485-VERIFICA-BLOQUEIO.
           SET WS-BLOQUEADA-OK TO FALSE.
           IF WS-FS-OCO-OK THEN
               MOVE ID-MATERIA OF CH-MATRICULA TO ID-MATERIA-OCO
               MOVE WS-ANO-SEMESTRE   TO ANO-SEMESTRE-OCO
               MOVE WS-PS-DT-PASSAGEM TO DT-OCORRENCIA
               READ OCORRENCIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TP-OCORRENCIA-CANCELADA THEN
                           SET WS-BLOQUEADA-OK TO TRUE
                           ADD 1 TO WS-QTD-CANCELADAS
                       END-IF
               END-READ
           END-IF.
           IF WS-BLOQUEADA-OK OR NOT WS-FS-DIA-OK THEN
               GO TO P485-VERIFICA-BLOQUEIO-FIM
           END-IF.
           MOVE ID-MATERIA OF CH-MATRICULA TO ID-MATERIA-DIA.
           MOVE WS-ANO-SEMESTRE        TO ANO-SEMESTRE-DIA.
           MOVE TURMA OF REG-MATRICULA TO CD-TURMA-DIA.
           READ DIAFECHA
               INVALID KEY
                   GO TO P485-VERIFICA-BLOQUEIO-FIM
           END-READ.
           IF ST-DIARIO-FECHADO THEN
               SET WS-BLOQUEADA-OK TO TRUE
               ADD 1 TO WS-QTD-DIARIO-FECHADO
           END-IF.
       P485-VERIFICA-BLOQUEIO-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO DE EXCECOES NO PGSPOOL E ABRE O
      *ARQUIVO DE SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTCATIMP'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           SET WS-SPL-ABERTO-OK TO TRUE.
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
           DISPLAY 'RELATORIO DE EXCECOES GUARDADO NO SPOOL '
                   WS-SP-NUMERO ' (' WS-SP-PAGINAS ' PAGINAS). '
                   'REIMPRESSAO PELO NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P320-CABECALHO.
           STRING 'SISTEMA ESCOLAR - IMPORTACAO DAS CATRACAS - '
                  'EXCECOES     EMISSAO: ' WS-DH-DATA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'TOLERANCIA DE ENTRADA: ' WS-TOLERANCIA
                  ' MINUTOS ANTES DO INICIO DO BLOCO'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'CARTAO     DATA     HORA   CATR MOT DESCRICAO'
                TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL (1:80).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P320-CABECALHO-FIM.

       P700-IMPRIME-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES.
           EVALUATE WS-MOTIVO-EXCECAO
               WHEN '01'
                   MOVE 'CARTAO SEM ALUNO CADASTRADO' TO WS-DS-MOTIVO
               WHEN '02'
                   MOVE 'PASSAGEM FORA DOS BLOCOS DE AULA DO ALUNO'
                        TO WS-DS-MOTIVO
               WHEN '03'
                   MOVE 'PASSAGEM EM DATA NAO LETIVA' TO WS-DS-MOTIVO
               WHEN OTHER
                   MOVE 'LINHA COM CARTAO, DATA OU HORA INVALIDOS'
                        TO WS-DS-MOTIVO
           END-EVALUATE.
           STRING WS-PASSAGEM (1:10)  ' '
                  WS-PASSAGEM (11:8)  ' '
                  WS-PASSAGEM (19:6)  ' '
                  WS-PS-CD-CATRACA    ' '
                  WS-MOTIVO-EXCECAO   '  '
                  WS-DS-MOTIVO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P700-IMPRIME-EXCECAO-FIM.

       P600-IMPRIME-TOTAIS.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'PASSAGENS LIDAS: ' WS-QTD-LIDAS
                  '   PRESENCAS SUGERIDAS: ' WS-QTD-SUGERIDAS
                  '   JA LANCADAS: ' WS-QTD-JA-LANCADAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'AULAS CANCELADAS: ' WS-QTD-CANCELADAS
                  '   DIARIOS FECHADOS: ' WS-QTD-DIARIO-FECHADO
                  '   EXCECOES: ' WS-QTD-EXCECOES
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-IMPRIME-TOTAIS-FIM.

       P420-FECHA-ARQ.
           IF NOT WS-CAT-ABERTO-OK THEN
               GO TO P420-FECHA-ARQ-FIM
           END-IF.
           CLOSE CATRACA.
           CLOSE ALUNOS.
           CLOSE MATRICULA.
           CLOSE HORARIO.
           CLOSE CHAMADA.
           IF WS-FS-OCO-OK THEN
               CLOSE OCORRENCIAS
           END-IF.
           IF WS-FS-DIA-OK THEN
               CLOSE DIAFECHA
           END-IF.
           IF WS-FS-CAL-OK THEN
               CLOSE CALENDARIO
           END-IF.
           IF WS-SPL-ABERTO-OK THEN
               PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM
           END-IF.
       P420-FECHA-ARQ-FIM.
           EXIT.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS MATRICULA.: ' WS-FS-R
           END-DISPLAY.
           DISPLAY 'FILE STATUS HORARIO...: ' WS-FS-H
           END-DISPLAY.
           DISPLAY 'FILE STATUS CHAMADA...: ' WS-FS-C
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-DH-INICIO-14  TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR  TO WS-JL-OPERADOR.
           MOVE WS-QTD-LIDAS     TO WS-JL-QTD-LIDOS.
           MOVE WS-QTD-SUGERIDAS TO WS-JL-QTD-GRAVADOS.
           MOVE WS-QTD-EXCECOES  TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTCATIMP.
