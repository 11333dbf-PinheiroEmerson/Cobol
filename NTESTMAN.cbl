      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      13/03/2023.
      * Purpose:   ESTAGIO SUPERVISIONADO - CADASTRO DOS TERMOS DE
      *            ESTAGIO DO ALUNO (ESTAGIO.DAT, CFPK0051: EMPRESA
      *            CONCEDENTE, VIGENCIA E PROFESSOR ORIENTADOR DE
      *            PROFESSOR.DAT), PRORROGACAO E ENCERRAMENTO DO TERMO,
      *            LANCAMENTO DAS HORAS DO MES (ESTHORAS.DAT, CFPK0052;
      *            ATE EST-MAX-HORAS-MES, PADRAO 130, DENTRO DA
      *            VIGENCIA) E APROVACAO DAS HORAS PENDENTES, PERMITIDA
      *            SO AO PROFESSOR ORIENTADOR (VINCULO
      *            ID-OPERADOR-PROFESSOR) OU A SUPERVISOR, COMO NO
      *            LANCAMENTO DE NOTAS. A CONSULTA MOSTRA AS HORAS
      *            APROVADAS CONTRA AS EXIGIDAS PELO CURSO
      *            (QT-HORAS-ESTAGIO DE CFPK0015).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTESTMAN.

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
           RECORD KEY IS ID-PROFESSOR
           FILE  STATUS IS WS-FS-P.

           SELECT CURSO
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CURSO OF REG-CURSO
           FILE  STATUS IS WS-FS-C.

           SELECT ESTAGIO
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ESTAGIO
           FILE  STATUS IS WS-FS-EST.

           SELECT ESTHORAS
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ESTHORAS
           FILE  STATUS IS WS-FS-EHR.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  PROFESSOR.
           COPY CFPK0010.

       FD  CURSO.
           COPY CFPK0015.

       FD  ESTAGIO.
           COPY CFPK0051.

       FD  ESTHORAS.
           COPY CFPK0052.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO-MES            PIC 9(06).
           03 FILLER                   PIC X(15).

       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-NR-ESTAGIO               PIC 9(02) VALUE ZEROS.
       77  WS-ID-PROFESSOR             PIC 9(03) VALUE ZEROS.
       77  WS-DT-INFORMADA             PIC 9(08) VALUE ZEROS.
       77  WS-CP-HORAS                 PIC 9(06) VALUE ZEROS.
       77  WS-QT-HORAS                 PIC 9(03) VALUE ZEROS.
       77  WS-CP-INICIO                PIC 9(06) VALUE ZEROS.
       77  WS-CP-FIM                   PIC 9(06) VALUE ZEROS.
       77  WS-TP-ENCERRAMENTO          PIC X(01) VALUE SPACES.
       77  WS-DECISAO                  PIC X(01) VALUE SPACES.

      *TOTAIS DA CONSULTA DO ALUNO, SOMADOS NA PROPRIA LISTAGEM.
       77  WS-QTD-TERMOS               PIC 9(02) VALUE ZEROS.
       77  WS-HORAS-APROVADAS          PIC 9(05) VALUE ZEROS.
       77  WS-HORAS-PENDENTES          PIC 9(05) VALUE ZEROS.
       77  WS-HORAS-EXIGIDAS           PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ANALISADAS           PIC 9(03) VALUE ZEROS.

      *LIMITE DE HORAS POR MES (PGPARLER).
       77  WS-MAX-HORAS-MES            PIC 9(03) VALUE ZEROS.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

       77  WS-LIBERADO                 PIC X.
           88 WS-LIBERADO-OK           VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.

       77  WS-EOF-EST                  PIC X.
           88 WS-EOF-EST-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-EHR                  PIC X.
           88 WS-EOF-EHR-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-EST                   PIC 99.
           88 WS-FS-EST-OK             VALUE 0.
       77  WS-FS-EHR                   PIC 99.
           88 WS-FS-EHR-OK             VALUE 0.

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
           INITIALIZE WS-OPCAO WS-FS-A WS-FS-P WS-FS-C WS-FS-EST
                      WS-FS-EHR WS-ID-ALUNO WS-NR-ESTAGIO
                      WS-ID-PROFESSOR WS-DT-INFORMADA WS-CP-HORAS
                      WS-QT-HORAS WS-QTD-TERMOS WS-HORAS-APROVADAS
                      WS-HORAS-PENDENTES WS-HORAS-EXIGIDAS
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE 'EST-MAX-HORAS-MES'   TO WS-PL-NOME.
           MOVE 130                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR           TO WS-MAX-HORAS-MES.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS MESTRES, DOS TERMOS DE ESTAGIO E DAS
      *HORAS MENSAIS A PARTIR DO DIRETORIO BASE CONFIGURADO.
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
                  '\Modulo3\DesafioM3\CURSO.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ESTAGIO.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ESTHORAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *SEM CURSOS CADASTRADOS A CONSULTA SO NAO MOSTRA AS HORAS
      *EXIGIDAS.
       P400-ABRE-ARQ.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT PROFESSOR.
           IF NOT WS-FS-P-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT CURSO.
           OPEN I-O ESTAGIO.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-EST-OK THEN
               OPEN OUTPUT ESTAGIO
               CLOSE ESTAGIO
               OPEN I-O ESTAGIO
           END-IF.
           OPEN I-O ESTHORAS.
           IF NOT WS-FS-EHR-OK THEN
               OPEN OUTPUT ESTHORAS
               CLOSE ESTHORAS
               OPEN I-O ESTHORAS
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
                   PERFORM P520-PRORROGA THRU P520-PRORROGA-FIM
               WHEN '4'
                   PERFORM P530-ENCERRA THRU P530-ENCERRA-FIM
               WHEN '5'
                   PERFORM P540-LANCA-HORAS THRU P540-LANCA-HORAS-FIM
               WHEN '6'
                   PERFORM P550-APROVA-HORAS
                           THRU P550-APROVA-HORAS-FIM
               WHEN '9'
                   DISPLAY 'ESTAGIO SUPERVISIONADO ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '******** E S T A G I O ********'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - CADASTRAR TERMO        |'.
           DISPLAY '|<2> - CONSULTAR ESTAGIOS     |'.
           DISPLAY '|<3> - PRORROGAR TERMO        |'.
           DISPLAY '|<4> - ENCERRAR TERMO         |'.
           DISPLAY '|<5> - LANCAR HORAS DO MES    |'.
           DISPLAY '|<6> - APROVAR HORAS          |'.
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

      *LE O TERMO (ALUNO + NUMERO); WS-LIBERADO INDICA SE FOI ACHADO.
       P445-PEDE-TERMO.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P445-PEDE-TERMO-FIM
           END-IF.
           SET WS-LIBERADO-OK TO FALSE.
           DISPLAY 'INFORME O NUMERO DO TERMO DE ESTAGIO...: '
           END-DISPLAY.
           ACCEPT WS-NR-ESTAGIO
           END-ACCEPT.
           MOVE WS-ID-ALUNO   TO ID-ALUNO-EST.
           MOVE WS-NR-ESTAGIO TO NR-ESTAGIO.
           READ ESTAGIO
               INVALID KEY
                   DISPLAY 'TERMO DE ESTAGIO NAO LOCALIZADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-LIBERADO-OK TO TRUE
                   PERFORM P517-MOSTRA-TERMO THRU P517-MOSTRA-TERMO-FIM
           END-READ.
       P445-PEDE-TERMO-FIM.

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

      *CADASTRA UM NOVO TERMO DE ESTAGIO PARA O ALUNO, NUMERADO EM
      *SEGUIDA AO ULTIMO TERMO JA CADASTRADO DELE.
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
           PERFORM P505-LE-CURSO THRU P505-LE-CURSO-FIM.
           IF WS-HORAS-EXIGIDAS EQUAL ZEROS THEN
               DISPLAY 'O CURSO DO ALUNO NAO EXIGE ESTAGIO. O TERMO '
                       'FICA COMO ESTAGIO NAO OBRIGATORIO.'
               END-DISPLAY
           END-IF.
           PERFORM P508-PROXIMO-TERMO THRU P508-PROXIMO-TERMO-FIM.
           INITIALIZE REG-ESTAGIO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-ID-ALUNO   TO ID-ALUNO-EST.
           MOVE WS-NR-ESTAGIO TO NR-ESTAGIO.
           DISPLAY 'EMPRESA CONCEDENTE.....................: '
           END-DISPLAY.
           ACCEPT NM-EMPRESA-EST
           END-ACCEPT.
           DISPLAY 'CNPJ DA EMPRESA (SO NUMEROS)...........: '
           END-DISPLAY.
           ACCEPT CNPJ-EMPRESA-EST
           END-ACCEPT.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD)..........: '
           END-DISPLAY.
           PERFORM P450-PEDE-DATA THRU P450-PEDE-DATA-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P500-INCLUI-FIM
           END-IF.
           MOVE WS-DT-INFORMADA TO DT-INICIO-EST.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD).............: '
           END-DISPLAY.
           PERFORM P450-PEDE-DATA THRU P450-PEDE-DATA-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P500-INCLUI-FIM
           END-IF.
           IF WS-DT-INFORMADA IS NOT GREATER THAN DT-INICIO-EST THEN
               DISPLAY 'FIM DA VIGENCIA DEVE SER APOS O INICIO.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           MOVE WS-DT-INFORMADA TO DT-FIM-EST.
           DISPLAY 'CODIGO DO PROFESSOR ORIENTADOR.........: '
           END-DISPLAY.
           ACCEPT WS-ID-PROFESSOR
           END-ACCEPT.
           MOVE WS-ID-PROFESSOR TO ID-PROFESSOR.
           READ PROFESSOR
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO LOCALIZADO. CADASTRO '
                           'RECUSADO.'
                   END-DISPLAY
                   GO TO P500-INCLUI-FIM
           END-READ.
           MOVE WS-ID-PROFESSOR TO ID-PROFESSOR-EST.
           SET ST-ESTAGIO-VIGENTE TO TRUE.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-EST.
           WRITE REG-ESTAGIO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O TERMO DE ESTAGIO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'TERMO DE ESTAGIO ' NR-ESTAGIO
                           ' CADASTRADO. ORIENTADOR: ' NM-PROFESSOR
                   END-DISPLAY
           END-WRITE.
       P500-INCLUI-FIM.

      *HORAS DE ESTAGIO EXIGIDAS PELO CURSO DO ALUNO LIDO.
       P505-LE-CURSO.
           MOVE ZEROS TO WS-HORAS-EXIGIDAS.
           IF NOT WS-FS-C-OK OR
              ID-CURSO OF REG-ALUNO EQUAL ZEROS THEN
               GO TO P505-LE-CURSO-FIM
           END-IF.
           MOVE ID-CURSO OF REG-ALUNO TO ID-CURSO OF REG-CURSO.
           READ CURSO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QT-HORAS-ESTAGIO TO WS-HORAS-EXIGIDAS
           END-READ.
       P505-LE-CURSO-FIM.
           EXIT.

      *O PROXIMO NUMERO DE TERMO E O MAIOR DO ALUNO MAIS UM.
       P508-PROXIMO-TERMO.
           MOVE ZEROS TO WS-NR-ESTAGIO.
           SET WS-EOF-EST-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-EST.
           MOVE ZEROS       TO NR-ESTAGIO.
           START ESTAGIO KEY IS NOT LESS THAN CH-ESTAGIO
               INVALID KEY
                   SET WS-EOF-EST-OK TO TRUE
           END-START.
           PERFORM P509-LE-TERMO THRU P509-LE-TERMO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EST-OK.
           ADD 1 TO WS-NR-ESTAGIO.
       P508-PROXIMO-TERMO-FIM.

       P509-LE-TERMO.
           READ ESTAGIO NEXT RECORD
               AT END
                   SET WS-EOF-EST-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-EST NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-EST-OK TO TRUE
                   ELSE
                       MOVE NR-ESTAGIO TO WS-NR-ESTAGIO
                   END-IF
           END-READ.
       P509-LE-TERMO-FIM.

      *LISTA OS TERMOS DO ALUNO COM AS HORAS DE CADA MES E TOTALIZA
      *AS APROVADAS CONTRA AS EXIGIDAS PELO CURSO.
       P510-CONSULTA.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P510-CONSULTA-FIM
           END-IF.
           PERFORM P505-LE-CURSO THRU P505-LE-CURSO-FIM.
           MOVE ZEROS TO WS-QTD-TERMOS.
           MOVE ZEROS TO WS-HORAS-APROVADAS.
           MOVE ZEROS TO WS-HORAS-PENDENTES.
           SET WS-EOF-EST-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-EST.
           MOVE ZEROS       TO NR-ESTAGIO.
           START ESTAGIO KEY IS NOT LESS THAN CH-ESTAGIO
               INVALID KEY
                   SET WS-EOF-EST-OK TO TRUE
           END-START.
           PERFORM P515-LE-TERMO THRU P515-LE-TERMO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EST-OK.
           IF WS-QTD-TERMOS EQUAL ZEROS THEN
               DISPLAY 'ALUNO SEM TERMO DE ESTAGIO CADASTRADO.'
               END-DISPLAY
           END-IF.
           DISPLAY 'HORAS APROVADAS: ' WS-HORAS-APROVADAS
                   ' DE ' WS-HORAS-EXIGIDAS ' EXIGIDAS PELO CURSO'
                   ' - PENDENTES DE APROVACAO: ' WS-HORAS-PENDENTES
           END-DISPLAY.
       P510-CONSULTA-FIM.

       P515-LE-TERMO.
           READ ESTAGIO NEXT RECORD
               AT END
                   SET WS-EOF-EST-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-EST NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-EST-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-TERMOS
                       PERFORM P517-MOSTRA-TERMO
                               THRU P517-MOSTRA-TERMO-FIM
                       PERFORM P518-LISTA-HORAS
                               THRU P518-LISTA-HORAS-FIM
                   END-IF
           END-READ.
       P515-LE-TERMO-FIM.

       P517-MOSTRA-TERMO.
           DISPLAY '------------------------------------'
           END-DISPLAY.
           DISPLAY 'TERMO ' NR-ESTAGIO ' - ' NM-EMPRESA-EST
                   ' CNPJ ' CNPJ-EMPRESA-EST
           END-DISPLAY.
           DISPLAY '   VIGENCIA ' DT-INICIO-EST (7:2) '/'
                   DT-INICIO-EST (5:2) '/' DT-INICIO-EST (1:4)
                   ' A ' DT-FIM-EST (7:2) '/' DT-FIM-EST (5:2) '/'
                   DT-FIM-EST (1:4) ' - SITUACAO ' ST-ESTAGIO
                   ' - ORIENTADOR ' ID-PROFESSOR-EST
           END-DISPLAY.
       P517-MOSTRA-TERMO-FIM.

      *MOSTRA AS HORAS MENSAIS DO TERMO LIDO E SOMA NOS TOTAIS.
       P518-LISTA-HORAS.
           SET WS-EOF-EHR-OK TO FALSE.
           MOVE ID-ALUNO-EST TO ID-ALUNO-EHR.
           MOVE NR-ESTAGIO   TO NR-ESTAGIO-EHR.
           MOVE ZEROS        TO CP-HORAS-EHR.
           START ESTHORAS KEY IS NOT LESS THAN CH-ESTHORAS
               INVALID KEY
                   SET WS-EOF-EHR-OK TO TRUE
           END-START.
           PERFORM P519-LE-HORAS THRU P519-LE-HORAS-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EHR-OK.
       P518-LISTA-HORAS-FIM.

       P519-LE-HORAS.
           READ ESTHORAS NEXT RECORD
               AT END
                   SET WS-EOF-EHR-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-EHR NOT EQUAL ID-ALUNO-EST OR
                      NR-ESTAGIO-EHR NOT EQUAL NR-ESTAGIO THEN
                       SET WS-EOF-EHR-OK TO TRUE
                   ELSE
                       DISPLAY '   MES ' CP-HORAS-EHR (5:2) '/'
                               CP-HORAS-EHR (1:4) ' - '
                               QT-HORAS-EHR ' HORAS - SITUACAO '
                               ST-HORAS-EHR
                       END-DISPLAY
                       EVALUATE TRUE
                           WHEN ST-HORAS-APROVADA
                               ADD QT-HORAS-EHR TO WS-HORAS-APROVADAS
                           WHEN ST-HORAS-PENDENTE
                               ADD QT-HORAS-EHR TO WS-HORAS-PENDENTES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       P519-LE-HORAS-FIM.

      *PRORROGA O FIM DA VIGENCIA DE UM TERMO AINDA VIGENTE.
       P520-PRORROGA.
           PERFORM P445-PEDE-TERMO THRU P445-PEDE-TERMO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P520-PRORROGA-FIM
           END-IF.
           IF NOT ST-ESTAGIO-VIGENTE THEN
               DISPLAY 'SO TERMO VIGENTE PODE SER PRORROGADO.'
               END-DISPLAY
               GO TO P520-PRORROGA-FIM
           END-IF.
           DISPLAY 'NOVO FIM DA VIGENCIA (AAAAMMDD)........: '
           END-DISPLAY.
           PERFORM P450-PEDE-DATA THRU P450-PEDE-DATA-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P520-PRORROGA-FIM
           END-IF.
           IF WS-DT-INFORMADA IS NOT GREATER THAN DT-FIM-EST THEN
               DISPLAY 'O NOVO FIM DEVE SER APOS O FIM ATUAL.'
               END-DISPLAY
               GO TO P520-PRORROGA-FIM
           END-IF.
           MOVE WS-DT-INFORMADA TO DT-FIM-EST.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-EST.
           REWRITE REG-ESTAGIO
               INVALID KEY
                   DISPLAY 'ERRO AO PRORROGAR O TERMO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'TERMO PRORROGADO COM SUCESSO.'
                   END-DISPLAY
           END-REWRITE.
       P520-PRORROGA-FIM.

      *ENCERRA O TERMO (CONCLUIDO) OU REGISTRA A RESCISAO ANTECIPADA.
      *AS HORAS JA LANCADAS SEGUEM PODENDO SER APROVADAS.
       P530-ENCERRA.
           PERFORM P445-PEDE-TERMO THRU P445-PEDE-TERMO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P530-ENCERRA-FIM
           END-IF.
           IF NOT ST-ESTAGIO-VIGENTE THEN
               DISPLAY 'TERMO JA ENCERRADO OU RESCINDIDO.'
               END-DISPLAY
               GO TO P530-ENCERRA-FIM
           END-IF.
           DISPLAY 'E=ENCERRADO (CONCLUIDO) R=RESCINDIDO...: '
           END-DISPLAY.
           ACCEPT WS-TP-ENCERRAMENTO
           END-ACCEPT.
           IF WS-TP-ENCERRAMENTO NOT EQUAL 'E' AND
              WS-TP-ENCERRAMENTO NOT EQUAL 'R' THEN
               DISPLAY 'OPCAO INVALIDA.'
               END-DISPLAY
               GO TO P530-ENCERRA-FIM
           END-IF.
           DISPLAY 'CONFIRMA O ENCERRAMENTO DO TERMO?'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'OS DADOS NAO FORAM ALTERADOS.'
               END-DISPLAY
               GO TO P530-ENCERRA-FIM
           END-IF.
           MOVE WS-TP-ENCERRAMENTO TO ST-ESTAGIO.
           MOVE WS-DH-DATA         TO DT-ENCERRAMENTO-EST.
           MOVE WS-COM-OPERADOR    TO ID-OPERADOR-EST.
           REWRITE REG-ESTAGIO
               INVALID KEY
                   DISPLAY 'ERRO AO ENCERRAR O TERMO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'TERMO ENCERRADO COM SUCESSO.'
                   END-DISPLAY
           END-REWRITE.
       P530-ENCERRA-FIM.

      *LANCA AS HORAS DE UM MES DO TERMO. O MES PRECISA ESTAR DENTRO
      *DA VIGENCIA (ATE O ENCERRAMENTO, SE HOUVE) E NAO PODE SER
      *FUTURO. LANCAMENTO PENDENTE OU RECUSADO PODE SER REFEITO E
      *VOLTA A FICAR PENDENTE; O JA APROVADO NAO MUDA MAIS.
       P540-LANCA-HORAS.
           PERFORM P445-PEDE-TERMO THRU P445-PEDE-TERMO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P540-LANCA-HORAS-FIM
           END-IF.
           DISPLAY 'MES DAS HORAS (AAAAMM).................: '
           END-DISPLAY.
           ACCEPT WS-CP-HORAS
           END-ACCEPT.
           MOVE DT-INICIO-EST (1:6) TO WS-CP-INICIO.
           MOVE DT-FIM-EST (1:6)    TO WS-CP-FIM.
           IF NOT ST-ESTAGIO-VIGENTE AND
              DT-ENCERRAMENTO-EST (1:6) IS LESS THAN WS-CP-FIM THEN
               MOVE DT-ENCERRAMENTO-EST (1:6) TO WS-CP-FIM
           END-IF.
           IF WS-CP-HORAS IS LESS THAN WS-CP-INICIO OR
              WS-CP-HORAS IS GREATER THAN WS-CP-FIM THEN
               DISPLAY 'MES FORA DA VIGENCIA DO TERMO. LANCAMENTO '
                       'RECUSADO.'
               END-DISPLAY
               GO TO P540-LANCA-HORAS-FIM
           END-IF.
           IF WS-CP-HORAS IS GREATER THAN WS-DH-ANO-MES THEN
               DISPLAY 'MES FUTURO. LANCAMENTO RECUSADO.'
               END-DISPLAY
               GO TO P540-LANCA-HORAS-FIM
           END-IF.
           DISPLAY 'HORAS CUMPRIDAS NO MES.................: '
           END-DISPLAY.
           ACCEPT WS-QT-HORAS
           END-ACCEPT.
           IF WS-QT-HORAS EQUAL ZEROS OR
              WS-QT-HORAS IS GREATER THAN WS-MAX-HORAS-MES THEN
               DISPLAY 'HORAS INVALIDAS (MAXIMO DE '
                       WS-MAX-HORAS-MES ' POR MES).'
               END-DISPLAY
               GO TO P540-LANCA-HORAS-FIM
           END-IF.
           MOVE ID-ALUNO-EST TO ID-ALUNO-EHR.
           MOVE NR-ESTAGIO   TO NR-ESTAGIO-EHR.
           MOVE WS-CP-HORAS  TO CP-HORAS-EHR.
           READ ESTHORAS
               INVALID KEY
                   PERFORM P545-GRAVA-HORAS THRU P545-GRAVA-HORAS-FIM
               NOT INVALID KEY
                   IF ST-HORAS-APROVADA THEN
                       DISPLAY 'HORAS DO MES JA APROVADAS. '
                               'LANCAMENTO RECUSADO.'
                       END-DISPLAY
                   ELSE
                       PERFORM P547-REGRAVA-HORAS
                               THRU P547-REGRAVA-HORAS-FIM
                   END-IF
           END-READ.
       P540-LANCA-HORAS-FIM.

       P545-GRAVA-HORAS.
           INITIALIZE REG-ESTHORAS
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE ID-ALUNO-EST    TO ID-ALUNO-EHR.
           MOVE NR-ESTAGIO      TO NR-ESTAGIO-EHR.
           MOVE WS-CP-HORAS     TO CP-HORAS-EHR.
           MOVE WS-QT-HORAS     TO QT-HORAS-EHR.
           SET ST-HORAS-PENDENTE TO TRUE.
           MOVE WS-DH-DATA      TO DT-LANCAMENTO-EHR.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-LANC-EHR.
           WRITE REG-ESTHORAS
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR AS HORAS.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'HORAS LANCADAS. AGUARDAM APROVACAO DO '
                           'ORIENTADOR.'
                   END-DISPLAY
           END-WRITE.
       P545-GRAVA-HORAS-FIM.

       P547-REGRAVA-HORAS.
           MOVE WS-QT-HORAS     TO QT-HORAS-EHR.
           SET ST-HORAS-PENDENTE TO TRUE.
           MOVE WS-DH-DATA      TO DT-LANCAMENTO-EHR.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-LANC-EHR.
           MOVE ZEROS           TO DT-ANALISE-EHR.
           MOVE SPACES          TO ID-OPERADOR-ANAL-EHR.
           REWRITE REG-ESTHORAS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR AS HORAS.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'HORAS DO MES SUBSTITUIDAS. AGUARDAM '
                           'APROVACAO DO ORIENTADOR.'
                   END-DISPLAY
           END-REWRITE.
       P547-REGRAVA-HORAS-FIM.

      *APROVACAO DAS HORAS PENDENTES DO TERMO, MES A MES. SO O
      *PROFESSOR ORIENTADOR (PELO VINCULO DE LOGIN) OU UM SUPERVISOR
      *PODE APROVAR OU RECUSAR.
       P550-APROVA-HORAS.
           PERFORM P445-PEDE-TERMO THRU P445-PEDE-TERMO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P550-APROVA-HORAS-FIM
           END-IF.
           PERFORM P555-VERIFICA-ORIENTADOR
                   THRU P555-VERIFICA-ORIENTADOR-FIM.
           IF NOT WS-LIBERADO-OK THEN
               DISPLAY 'APROVACAO PERMITIDA APENAS AO PROFESSOR '
                       'ORIENTADOR DO TERMO OU A SUPERVISOR.'
               END-DISPLAY
               GO TO P550-APROVA-HORAS-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-ANALISADAS.
           SET WS-EOF-EHR-OK TO FALSE.
           MOVE ID-ALUNO-EST TO ID-ALUNO-EHR.
           MOVE NR-ESTAGIO   TO NR-ESTAGIO-EHR.
           MOVE ZEROS        TO CP-HORAS-EHR.
           START ESTHORAS KEY IS NOT LESS THAN CH-ESTHORAS
               INVALID KEY
                   SET WS-EOF-EHR-OK TO TRUE
           END-START.
           PERFORM P560-ANALISA-HORAS THRU P560-ANALISA-HORAS-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EHR-OK.
           DISPLAY 'LANCAMENTOS ANALISADOS: ' WS-QTD-ANALISADAS
           END-DISPLAY.
       P550-APROVA-HORAS-FIM.

       P555-VERIFICA-ORIENTADOR.
           SET WS-LIBERADO-OK TO FALSE.
           IF WS-COM-NIVEL EQUAL 2 THEN
               SET WS-LIBERADO-OK TO TRUE
               GO TO P555-VERIFICA-ORIENTADOR-FIM
           END-IF.
           MOVE ID-PROFESSOR-EST TO ID-PROFESSOR.
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

       P560-ANALISA-HORAS.
           READ ESTHORAS NEXT RECORD
               AT END
                   SET WS-EOF-EHR-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-EHR NOT EQUAL ID-ALUNO-EST OR
                      NR-ESTAGIO-EHR NOT EQUAL NR-ESTAGIO THEN
                       SET WS-EOF-EHR-OK TO TRUE
                   ELSE
                       IF ST-HORAS-PENDENTE THEN
                           PERFORM P565-DECIDE-HORAS
                                   THRU P565-DECIDE-HORAS-FIM
                       END-IF
                   END-IF
           END-READ.
       P560-ANALISA-HORAS-FIM.

       P565-DECIDE-HORAS.
           DISPLAY 'MES ' CP-HORAS-EHR (5:2) '/' CP-HORAS-EHR (1:4)
                   ' - ' QT-HORAS-EHR ' HORAS'
           END-DISPLAY.
           DISPLAY 'A=APROVAR R=RECUSAR <ENTER>=DEIXAR PENDENTE: '
           END-DISPLAY.
           MOVE SPACES TO WS-DECISAO.
           ACCEPT WS-DECISAO
           END-ACCEPT.
           IF WS-DECISAO NOT EQUAL 'A' AND
              WS-DECISAO NOT EQUAL 'R' THEN
               GO TO P565-DECIDE-HORAS-FIM
           END-IF.
           MOVE WS-DECISAO      TO ST-HORAS-EHR.
           MOVE WS-DH-DATA      TO DT-ANALISE-EHR.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-ANAL-EHR.
           REWRITE REG-ESTHORAS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR AS HORAS.'
                   END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ANALISADAS
           END-REWRITE.
       P565-DECIDE-HORAS-FIM.
           EXIT.

       P420-FECHA-ARQ.
           CLOSE ALUNOS.
           CLOSE PROFESSOR.
           CLOSE CURSO.
           CLOSE ESTAGIO.
           CLOSE ESTHORAS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS: ' WS-FS-A
                   ' - PROFESSOR: ' WS-FS-P
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTESTMAN.
