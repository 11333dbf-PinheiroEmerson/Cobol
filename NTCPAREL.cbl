      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      15/05/2023.
      * Purpose:   RESULTADOS DA AVALIACAO INSTITUCIONAL (CPA) DO
      *            PERIODO - TABULA AS RESPOSTAS (CPARESP.DAT) E
      *            IMPRIME A MEDIA DE CADA QUESTAO POR OFERTA, POR
      *            PROFESSOR (SO AS QUESTOES QUE AVALIAM O PROFESSOR)
      *            E POR CURSO DO RESPONDENTE, COM OS FORMULARIOS
      *            GERADOS X RESPONDIDOS (CPACTL.DAT). GRUPO COM MENOS
      *            RESPONDENTES QUE O MINIMO (PARAMETRO
      *            CPA-MIN-RESPOSTAS, PADRAO 5, VIA PGPARLER) TEM O
      *            RESULTADO SUPRIMIDO, PARA QUE NINGUEM POSSA SER
      *            IDENTIFICADO PELAS NOTAS. RELATORIO NO SPOOL
      *            (PGSPOOL), REIMPRIMIVEL PELO NTSPLREP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCPAREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPARESP
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CPARESP
           FILE  STATUS IS WS-FS-RSP.

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

           SELECT PROFESSOR
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-PROFESSOR OF REG-PROFESSOR
           FILE  STATUS IS WS-FS-P.

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
       FD  CPARESP.
           COPY CFPK0064.

       FD  CPACTL.
           COPY CFPK0063.

       FD  CPAQUEST.
           COPY CFPK0062.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  PROFESSOR.
           COPY CFPK0010.

       FD  CURSO.
           COPY CFPK0015.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-CAMINHO-CURSO            PIC X(80) VALUE SPACES.

       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

       77  WS-CD-QUESTIONARIO          PIC 9(02) VALUE ZEROS.
       77  WS-MIN-RESPOSTAS            PIC 9(03) VALUE ZEROS.

      *QUESTOES DO QUESTIONARIO DO PERIODO, PELO NUMERO.
       01  WS-TABELA-QUESTOES.
           03 WS-QU OCCURS 20 TIMES.
               05 WS-QU-EXISTE         PIC X(01).
                   88 WS-QU-EXISTE-OK  VALUE 'S' FALSE 'N'.
               05 WS-QU-TP-ALVO        PIC X(01).
                   88 WS-QU-ALVO-PROFESSOR VALUE 'P'.
               05 WS-QU-DS-QUESTAO     PIC X(60).

      *OFERTAS DO PERIODO: FORMULARIOS, RESPONDENTES E, POR QUESTAO,
      *SOMA DAS NOTAS E QUANTIDADE DE NOTAS DADAS.
       01  WS-TABELA-OFERTAS.
           03 WS-QT-OFERTAS            PIC 9(03) VALUE ZEROS.
           03 WS-OF OCCURS 300 TIMES.
               05 WS-OF-ID-MATERIA     PIC 9(05).
               05 WS-OF-QT-FORMULARIOS PIC 9(05).
               05 WS-OF-QT-RESPOSTAS   PIC 9(05).
               05 WS-OF-NOTAS.
                   07 WS-OF-NOTA OCCURS 20 TIMES.
                       09 WS-OF-SOMA   PIC 9(06).
                       09 WS-OF-QTD    PIC 9(05).

       01  WS-TABELA-PROFESSORES.
           03 WS-QT-PROFESSORES        PIC 9(03) VALUE ZEROS.
           03 WS-PF OCCURS 300 TIMES.
               05 WS-PF-ID-PROFESSOR   PIC 9(03).
               05 WS-PF-QT-RESPOSTAS   PIC 9(05).
               05 WS-PF-NOTAS.
                   07 WS-PF-NOTA OCCURS 20 TIMES.
                       09 WS-PF-SOMA   PIC 9(06).
                       09 WS-PF-QTD    PIC 9(05).

      *CURSOS PELO CODIGO + 1 (A POSICAO 1 E O RESPONDENTE SEM CURSO).
       01  WS-TABELA-CURSOS.
           03 WS-CR OCCURS 100 TIMES.
               05 WS-CR-QT-RESPOSTAS   PIC 9(05).
               05 WS-CR-NOTAS.
                   07 WS-CR-NOTA OCCURS 20 TIMES.
                       09 WS-CR-SOMA   PIC 9(06).
                       09 WS-CR-QTD    PIC 9(05).

      *GRUPO EM IMPRESSAO (OFERTA, PROFESSOR OU CURSO).
       01  WS-GRUPO-NOTAS.
           03 WS-GR-NOTA OCCURS 20 TIMES.
               05 WS-GR-SOMA           PIC 9(06).
               05 WS-GR-QTD            PIC 9(05).
       77  WS-GR-QT-RESPOSTAS          PIC 9(05) VALUE ZEROS.
       77  WS-SO-PROFESSOR             PIC X.
           88 WS-SO-PROFESSOR-OK       VALUE 'S' FALSE 'N'.

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-OFERTA            PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-PROF              PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-CURSO             PIC 9(03) VALUE ZEROS.
       77  WS-QUESTAO                  PIC 9(02) VALUE ZEROS.
       77  WS-ID-MATERIA-BUSCA         PIC 9(05) VALUE ZEROS.

       77  WS-QTD-FORMULARIOS          PIC 9(06) VALUE ZEROS.
       77  WS-QTD-RESPOSTAS            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-SUPRIMIDOS           PIC 9(05) VALUE ZEROS.
       77  WS-PC-ADESAO                PIC 9(03)V99 VALUE ZEROS.
       77  WS-MSK-ADESAO               PIC ZZ9,99.
       77  WS-MEDIA                    PIC 9(01)V99 VALUE ZEROS.
       77  WS-MSK-MEDIA                PIC 9,99.
       77  WS-NM-GRUPO                 PIC X(30) VALUE SPACES.

       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.
       77  WS-CANCELA                  PIC X.
           88 WS-CANCELA-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-RSP                   PIC 99.
           88 WS-FS-RSP-OK             VALUE 0.
       77  WS-FS-CTL                   PIC 99.
           88 WS-FS-CTL-OK             VALUE 0.
       77  WS-FS-Q                     PIC 99.
           88 WS-FS-Q-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *(60 LINHAS POR PAGINA, COMO NO NTALULIS).
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
           INITIALIZE WS-FS-RSP WS-FS-CTL WS-FS-Q WS-FS-M WS-FS-P
                      WS-FS-C WS-FS-SPL WS-ANO-SEMESTRE
                      WS-CD-QUESTIONARIO WS-TABELA-QUESTOES
                      WS-TABELA-OFERTAS WS-TABELA-PROFESSORES
                      WS-TABELA-CURSOS WS-QTD-FORMULARIOS
                      WS-QTD-RESPOSTAS WS-QTD-SUPRIMIDOS
                      WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-CANCELA-OK TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P050-LE-PARAMETROS  THRU P050-LE-PARAMETROS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CPARESP.DAT'   DELIMITED BY SIZE
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
                  '\Modulo3\DesafioM3\PROFESSOR.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CURSO.DAT'     DELIMITED BY SIZE
                  INTO WS-CAMINHO-CURSO
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *MINIMO DE RESPONDENTES PARA UM GRUPO TER O RESULTADO IMPRESSO.
       P050-LE-PARAMETROS.
           MOVE 'CPA-MIN-RESPOSTAS'    TO WS-PL-NOME.
           MOVE 5                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-MIN-RESPOSTAS.
           IF WS-MIN-RESPOSTAS EQUAL ZEROS THEN
               MOVE 1 TO WS-MIN-RESPOSTAS
           END-IF.
       P050-LE-PARAMETROS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT CPACTL.
           IF NOT WS-FS-CTL-OK THEN
               DISPLAY 'NENHUM FORMULARIO GERADO (CPACTL.DAT).'
               END-DISPLAY
               SET WS-CANCELA-OK TO TRUE
           END-IF.
           OPEN INPUT CPAQUEST.
           IF NOT WS-FS-Q-OK THEN
               DISPLAY 'CADASTRO DE QUESTIONARIOS NAO ENCONTRADO.'
               END-DISPLAY
               SET WS-CANCELA-OK TO TRUE
           END-IF.
      *SEM RESPOSTAS IMPORTADAS O RELATORIO SAI SO COM A ADESAO.
           OPEN INPUT CPARESP.
      *SEM OS CADASTROS OS GRUPOS SAEM SEM O NOME.
           OPEN INPUT MATERIAS.
           OPEN INPUT PROFESSOR.
           OPEN INPUT CURSO.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           IF WS-CANCELA-OK THEN
               DISPLAY 'RELATORIO CANCELADO.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           DISPLAY 'RESULTADOS DA AVALIACAO INSTITUCIONAL. INFORME:'
           END-DISPLAY.
           DISPLAY 'O ANO DO PERIODO LETIVO................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'O SEMESTRE (1 OU 2)....................: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-CPC.
           MOVE ZEROS           TO NR-FORMULARIO-CPC.
           SET WS-EOF-VARRE-OK TO FALSE.
           START CPACTL KEY IS NOT LESS THAN CH-CPACTL
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P410-LE-CONTROLE THRU P410-LE-CONTROLE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           IF WS-QTD-FORMULARIOS EQUAL ZEROS THEN
               DISPLAY 'NENHUM FORMULARIO GERADO NO PERIODO.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P430-CARREGA-QUESTOES
                   THRU P430-CARREGA-QUESTOES-FIM.
           IF WS-FS-RSP-OK THEN
               MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-CPR
               MOVE ZEROS           TO NR-RESPOSTA-CPR
               SET WS-EOF-VARRE-OK TO FALSE
               START CPARESP KEY IS NOT LESS THAN CH-CPARESP
                   INVALID KEY
                       SET WS-EOF-VARRE-OK TO TRUE
               END-START
               PERFORM P500-LE-RESPOSTA THRU P500-LE-RESPOSTA-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK
           END-IF.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P600-IMPRIME-OFERTAS THRU P600-IMPRIME-OFERTAS-FIM.
           PERFORM P620-IMPRIME-PROFESSORES
                   THRU P620-IMPRIME-PROFESSORES-FIM.
           PERFORM P640-IMPRIME-CURSOS THRU P640-IMPRIME-CURSOS-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           COMPUTE WS-PC-ADESAO ROUNDED =
                   WS-QTD-RESPOSTAS * 100 / WS-QTD-FORMULARIOS.
           MOVE WS-PC-ADESAO TO WS-MSK-ADESAO.
           STRING 'FORMULARIOS GERADOS: ' WS-QTD-FORMULARIOS
                  ' - RESPONDIDOS: ' WS-QTD-RESPOSTAS
                  ' - ADESAO: ' WS-MSK-ADESAO '%'
                  ' - GRUPOS SUPRIMIDOS: ' WS-QTD-SUPRIMIDOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'FORMULARIOS GERADOS......: ' WS-QTD-FORMULARIOS
           END-DISPLAY.
           DISPLAY 'FORMULARIOS RESPONDIDOS..: ' WS-QTD-RESPOSTAS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *FORMULARIOS GERADOS POR OFERTA; O QUESTIONARIO DO PERIODO VEM
      *DO PRIMEIRO FORMULARIO (O NTCPAGER SO ACEITA UM POR PERIODO).
       P410-LE-CONTROLE.
           READ CPACTL NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P410-LE-CONTROLE-FIM
           END-READ.
           IF ANO-SEMESTRE-CPC NOT EQUAL WS-ANO-SEMESTRE THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P410-LE-CONTROLE-FIM
           END-IF.
           ADD 1 TO WS-QTD-FORMULARIOS.
           MOVE CD-QUESTIONARIO-CPC TO WS-CD-QUESTIONARIO.
           MOVE ID-MATERIA-CPC TO WS-ID-MATERIA-BUSCA.
           PERFORM P520-LOCALIZA-OFERTA THRU P520-LOCALIZA-OFERTA-FIM.
           IF WS-INDICE-OFERTA IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-OF-QT-FORMULARIOS (WS-INDICE-OFERTA)
           END-IF.
       P410-LE-CONTROLE-FIM.
           EXIT.

       P430-CARREGA-QUESTOES.
           MOVE WS-CD-QUESTIONARIO TO CD-QUESTIONARIO-CPQ.
           MOVE ZEROS              TO NR-QUESTAO-CPQ.
           SET WS-EOF-VARRE-OK TO FALSE.
           START CPAQUEST KEY IS NOT LESS THAN CH-CPAQUEST
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P435-LE-QUESTAO THRU P435-LE-QUESTAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P430-CARREGA-QUESTOES-FIM.

       P435-LE-QUESTAO.
           READ CPAQUEST NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P435-LE-QUESTAO-FIM
           END-READ.
           IF CD-QUESTIONARIO-CPQ NOT EQUAL WS-CD-QUESTIONARIO THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P435-LE-QUESTAO-FIM
           END-IF.
           IF NR-QUESTAO-CPQ EQUAL ZEROS OR
              NR-QUESTAO-CPQ IS GREATER THAN 20 THEN
               GO TO P435-LE-QUESTAO-FIM
           END-IF.
           SET WS-QU-EXISTE-OK (NR-QUESTAO-CPQ) TO TRUE.
           MOVE TP-ALVO-CPQ    TO WS-QU-TP-ALVO    (NR-QUESTAO-CPQ).
           MOVE DS-QUESTAO-CPQ TO WS-QU-DS-QUESTAO (NR-QUESTAO-CPQ).
       P435-LE-QUESTAO-FIM.
           EXIT.

      *CADA RESPOSTA SOMA NA OFERTA, NO PROFESSOR E NO CURSO.
       P500-LE-RESPOSTA.
           READ CPARESP NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P500-LE-RESPOSTA-FIM
           END-READ.
           IF ANO-SEMESTRE-CPR NOT EQUAL WS-ANO-SEMESTRE THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P500-LE-RESPOSTA-FIM
           END-IF.
           ADD 1 TO WS-QTD-RESPOSTAS.
           MOVE ID-MATERIA-CPR TO WS-ID-MATERIA-BUSCA.
           PERFORM P520-LOCALIZA-OFERTA THRU P520-LOCALIZA-OFERTA-FIM.
           MOVE ZEROS TO WS-INDICE-PROF.
           IF ID-PROFESSOR-CPR IS GREATER THAN ZEROS THEN
               PERFORM P530-LOCALIZA-PROFESSOR
                       THRU P530-LOCALIZA-PROFESSOR-FIM
           END-IF.
           COMPUTE WS-INDICE-CURSO = ID-CURSO-CPR + 1.
           IF WS-INDICE-OFERTA IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-OF-QT-RESPOSTAS (WS-INDICE-OFERTA)
           END-IF.
           IF WS-INDICE-PROF IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-PF-QT-RESPOSTAS (WS-INDICE-PROF)
           END-IF.
           ADD 1 TO WS-CR-QT-RESPOSTAS (WS-INDICE-CURSO).
           PERFORM P510-SOMA-NOTA THRU P510-SOMA-NOTA-FIM
                   VARYING WS-QUESTAO FROM 1 BY 1
                   UNTIL WS-QUESTAO > 20.
       P500-LE-RESPOSTA-FIM.
           EXIT.

      *NOTA ZERO (QUESTAO EM BRANCO) NAO ENTRA NA MEDIA.
       P510-SOMA-NOTA.
           IF NT-RESPOSTA-CPR (WS-QUESTAO) EQUAL ZEROS THEN
               GO TO P510-SOMA-NOTA-FIM
           END-IF.
           IF WS-INDICE-OFERTA IS GREATER THAN ZEROS THEN
               ADD NT-RESPOSTA-CPR (WS-QUESTAO)
                   TO WS-OF-SOMA (WS-INDICE-OFERTA WS-QUESTAO)
               ADD 1 TO WS-OF-QTD (WS-INDICE-OFERTA WS-QUESTAO)
           END-IF.
           IF WS-INDICE-PROF IS GREATER THAN ZEROS THEN
               ADD NT-RESPOSTA-CPR (WS-QUESTAO)
                   TO WS-PF-SOMA (WS-INDICE-PROF WS-QUESTAO)
               ADD 1 TO WS-PF-QTD (WS-INDICE-PROF WS-QUESTAO)
           END-IF.
           ADD NT-RESPOSTA-CPR (WS-QUESTAO)
               TO WS-CR-SOMA (WS-INDICE-CURSO WS-QUESTAO).
           ADD 1 TO WS-CR-QTD (WS-INDICE-CURSO WS-QUESTAO).
       P510-SOMA-NOTA-FIM.
           EXIT.

      *LOCALIZA (OU INCLUI) A OFERTA NA TABELA. ZERO SE A TABELA
      *ESTIVER CHEIA.
       P520-LOCALIZA-OFERTA.
           MOVE ZEROS TO WS-INDICE-OFERTA.
           PERFORM P525-COMPARA-OFERTA THRU P525-COMPARA-OFERTA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-OFERTAS
                      OR WS-INDICE-OFERTA IS GREATER THAN ZEROS.
           IF WS-INDICE-OFERTA IS GREATER THAN ZEROS THEN
               GO TO P520-LOCALIZA-OFERTA-FIM
           END-IF.
           IF WS-QT-OFERTAS IS GREATER THAN OR EQUAL TO 300 THEN
               DISPLAY 'TABELA DE OFERTAS ESGOTADA (300). OFERTA '
                       WS-ID-MATERIA-BUSCA ' FORA DO RELATORIO.'
               END-DISPLAY
               GO TO P520-LOCALIZA-OFERTA-FIM
           END-IF.
           ADD 1 TO WS-QT-OFERTAS.
           MOVE WS-QT-OFERTAS       TO WS-INDICE-OFERTA.
           MOVE WS-ID-MATERIA-BUSCA TO WS-OF-ID-MATERIA
                                       (WS-INDICE-OFERTA).
       P520-LOCALIZA-OFERTA-FIM.
           EXIT.

       P525-COMPARA-OFERTA.
           IF WS-OF-ID-MATERIA (WS-INDICE) EQUAL
              WS-ID-MATERIA-BUSCA THEN
               MOVE WS-INDICE TO WS-INDICE-OFERTA
           END-IF.
       P525-COMPARA-OFERTA-FIM.

       P530-LOCALIZA-PROFESSOR.
           PERFORM P535-COMPARA-PROFESSOR
                   THRU P535-COMPARA-PROFESSOR-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-PROFESSORES
                      OR WS-INDICE-PROF IS GREATER THAN ZEROS.
           IF WS-INDICE-PROF IS GREATER THAN ZEROS THEN
               GO TO P530-LOCALIZA-PROFESSOR-FIM
           END-IF.
           IF WS-QT-PROFESSORES IS GREATER THAN OR EQUAL TO 300 THEN
               GO TO P530-LOCALIZA-PROFESSOR-FIM
           END-IF.
           ADD 1 TO WS-QT-PROFESSORES.
           MOVE WS-QT-PROFESSORES TO WS-INDICE-PROF.
           MOVE ID-PROFESSOR-CPR  TO WS-PF-ID-PROFESSOR
                                     (WS-INDICE-PROF).
       P530-LOCALIZA-PROFESSOR-FIM.
           EXIT.

       P535-COMPARA-PROFESSOR.
           IF WS-PF-ID-PROFESSOR (WS-INDICE) EQUAL
              ID-PROFESSOR-CPR THEN
               MOVE WS-INDICE TO WS-INDICE-PROF
           END-IF.
       P535-COMPARA-PROFESSOR-FIM.

       P600-IMPRIME-OFERTAS.
           MOVE 'RESULTADOS POR OFERTA' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           SET WS-SO-PROFESSOR-OK TO FALSE.
           PERFORM P605-IMPRIME-OFERTA THRU P605-IMPRIME-OFERTA-FIM
                   VARYING WS-INDICE-OFERTA FROM 1 BY 1
                   UNTIL WS-INDICE-OFERTA > WS-QT-OFERTAS.
       P600-IMPRIME-OFERTAS-FIM.

       P605-IMPRIME-OFERTA.
           MOVE WS-OF-ID-MATERIA (WS-INDICE-OFERTA)
                TO ID-MATERIA OF REG-MATERIA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   MOVE SPACES TO NM-MATERIA
                   MOVE ZEROS  TO ID-PROFESSOR OF REG-MATERIA
           END-READ.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'OFERTA ' WS-OF-ID-MATERIA (WS-INDICE-OFERTA)
                  ' ' NM-MATERIA
                  ' PROFESSOR ' ID-PROFESSOR OF REG-MATERIA
                  ' FORMULARIOS '
                  WS-OF-QT-FORMULARIOS (WS-INDICE-OFERTA)
                  ' RESPONDIDOS '
                  WS-OF-QT-RESPOSTAS (WS-INDICE-OFERTA)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-OF-QT-RESPOSTAS (WS-INDICE-OFERTA)
                TO WS-GR-QT-RESPOSTAS.
           MOVE WS-OF-NOTAS (WS-INDICE-OFERTA) TO WS-GRUPO-NOTAS.
           PERFORM P650-IMPRIME-MEDIAS THRU P650-IMPRIME-MEDIAS-FIM.
       P605-IMPRIME-OFERTA-FIM.

       P620-IMPRIME-PROFESSORES.
           MOVE 'RESULTADOS POR PROFESSOR (QUESTOES DO PROFESSOR)'
                TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           SET WS-SO-PROFESSOR-OK TO TRUE.
           PERFORM P625-IMPRIME-PROFESSOR
                   THRU P625-IMPRIME-PROFESSOR-FIM
                   VARYING WS-INDICE-PROF FROM 1 BY 1
                   UNTIL WS-INDICE-PROF > WS-QT-PROFESSORES.
       P620-IMPRIME-PROFESSORES-FIM.

       P625-IMPRIME-PROFESSOR.
           MOVE WS-PF-ID-PROFESSOR (WS-INDICE-PROF)
                TO ID-PROFESSOR OF REG-PROFESSOR.
           READ PROFESSOR
               INVALID KEY
                   MOVE SPACES TO NM-PROFESSOR
           END-READ.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'PROFESSOR ' WS-PF-ID-PROFESSOR (WS-INDICE-PROF)
                  ' ' NM-PROFESSOR
                  ' RESPONDENTES '
                  WS-PF-QT-RESPOSTAS (WS-INDICE-PROF)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-PF-QT-RESPOSTAS (WS-INDICE-PROF)
                TO WS-GR-QT-RESPOSTAS.
           MOVE WS-PF-NOTAS (WS-INDICE-PROF) TO WS-GRUPO-NOTAS.
           PERFORM P650-IMPRIME-MEDIAS THRU P650-IMPRIME-MEDIAS-FIM.
       P625-IMPRIME-PROFESSOR-FIM.

       P640-IMPRIME-CURSOS.
           MOVE 'RESULTADOS POR CURSO DO RESPONDENTE' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           SET WS-SO-PROFESSOR-OK TO FALSE.
           PERFORM P645-IMPRIME-CURSO THRU P645-IMPRIME-CURSO-FIM
                   VARYING WS-INDICE-CURSO FROM 1 BY 1
                   UNTIL WS-INDICE-CURSO > 100.
       P640-IMPRIME-CURSOS-FIM.

       P645-IMPRIME-CURSO.
           IF WS-CR-QT-RESPOSTAS (WS-INDICE-CURSO) EQUAL ZEROS THEN
               GO TO P645-IMPRIME-CURSO-FIM
           END-IF.
           COMPUTE ID-CURSO OF REG-CURSO = WS-INDICE-CURSO - 1.
           IF ID-CURSO OF REG-CURSO EQUAL ZEROS THEN
               MOVE 'SEM CURSO' TO WS-NM-GRUPO
           ELSE
               MOVE SPACES TO WS-NM-GRUPO
               READ CURSO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-CURSO TO WS-NM-GRUPO
               END-READ
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'CURSO ' ID-CURSO OF REG-CURSO
                  ' ' WS-NM-GRUPO
                  ' RESPONDENTES '
                  WS-CR-QT-RESPOSTAS (WS-INDICE-CURSO)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-CR-QT-RESPOSTAS (WS-INDICE-CURSO)
                TO WS-GR-QT-RESPOSTAS.
           MOVE WS-CR-NOTAS (WS-INDICE-CURSO) TO WS-GRUPO-NOTAS.
           PERFORM P650-IMPRIME-MEDIAS THRU P650-IMPRIME-MEDIAS-FIM.
       P645-IMPRIME-CURSO-FIM.
           EXIT.

      *MEDIAS DO GRUPO EM WS-GRUPO-NOTAS, OU O AVISO DE SUPRESSAO
      *QUANDO O GRUPO TEM MENOS RESPONDENTES QUE O MINIMO.
       P650-IMPRIME-MEDIAS.
           IF WS-GR-QT-RESPOSTAS IS LESS THAN WS-MIN-RESPOSTAS THEN
               IF WS-GR-QT-RESPOSTAS IS GREATER THAN ZEROS THEN
                   ADD 1 TO WS-QTD-SUPRIMIDOS
               END-IF
               STRING '   RESULTADO SUPRIMIDO: MENOS DE '
                      WS-MIN-RESPOSTAS ' RESPONDENTES.'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               GO TO P650-IMPRIME-MEDIAS-FIM
           END-IF.
           PERFORM P655-IMPRIME-QUESTAO THRU P655-IMPRIME-QUESTAO-FIM
                   VARYING WS-QUESTAO FROM 1 BY 1
                   UNTIL WS-QUESTAO > 20.
       P650-IMPRIME-MEDIAS-FIM.
           EXIT.

       P655-IMPRIME-QUESTAO.
           IF NOT WS-QU-EXISTE-OK (WS-QUESTAO) THEN
               GO TO P655-IMPRIME-QUESTAO-FIM
           END-IF.
           IF WS-SO-PROFESSOR-OK AND
              NOT WS-QU-ALVO-PROFESSOR (WS-QUESTAO) THEN
               GO TO P655-IMPRIME-QUESTAO-FIM
           END-IF.
           MOVE ZEROS TO WS-MEDIA.
           IF WS-GR-QTD (WS-QUESTAO) IS GREATER THAN ZEROS THEN
               COMPUTE WS-MEDIA ROUNDED = WS-GR-SOMA (WS-QUESTAO)
                                        / WS-GR-QTD (WS-QUESTAO)
           END-IF.
           MOVE WS-MEDIA TO WS-MSK-MEDIA.
           STRING '   Q' WS-QUESTAO ' (' WS-QU-TP-ALVO (WS-QUESTAO)
                  ') ' WS-QU-DS-QUESTAO (WS-QUESTAO)
                  ' MEDIA ' WS-MSK-MEDIA
                  ' NOTAS ' WS-GR-QTD (WS-QUESTAO)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P655-IMPRIME-QUESTAO-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTCPAREL'      TO WS-SP-RELATORIO.
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

       P440-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'AVALIACAO INSTITUCIONAL (CPA) - PERIODO '
                  WS-AS-ANO '/' WS-AS-SEMESTRE
                  ' - QUESTIONARIO ' WS-CD-QUESTIONARIO
                  ' - MINIMO DE RESPONDENTES ' WS-MIN-RESPOSTAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'NOTAS DE 1 (PESSIMO) A 5 (OTIMO); QUESTAO EM '
                  'BRANCO NAO ENTRA NA MEDIA.'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

       P420-FECHA-ARQ.
           CLOSE CPARESP.
           CLOSE CPACTL.
           CLOSE CPAQUEST.
           CLOSE MATERIAS.
           CLOSE PROFESSOR.
           CLOSE CURSO.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTCPAREL.
