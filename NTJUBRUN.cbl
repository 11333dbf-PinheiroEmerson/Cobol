      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      10/04/2023.
      * Purpose:   CONTROLE DE JUBILAMENTO DE FIM DE PERIODO - PARA
      *            CADA ALUNO ATIVO OU TRANCADO COM CURSO ATRIBUIDO,
      *            CONTA AS REPROVACOES POR MATERIA EM ALUTODOS.DAT E
      *            NOS ANOS JA ARQUIVADOS PELA VIRADA DE ANO
      *            (ALUTODAAAA.INX/.DAT, COMO NO NTALUHIS) E CONFERE
      *            O ANO DE INGRESSO MAIS O PRAZO MAXIMO DO CURSO
      *            (QT-ANOS-MAXIMO DE CFPK0015) CONTRA O PERIODO QUE
      *            SE ENCERRA. ATINGIDO O LIMITE DE REPROVACOES NA
      *            MESMA MATERIA (PARAMETRO JUBILA-MAX-REPROV, PADRAO
      *            3) OU ESGOTADO O PRAZO, O ALUNO ENTRA NA LISTA DE
      *            PROPOSTAS DE JUBILAMENTO (JUBILA.DAT, CFPK0057),
      *            PENDENTE DA DECISAO DO COLEGIADO NO NTJUBDEC. A UMA
      *            REPROVACAO DO LIMITE (EM MATERIA AINDA NAO
      *            APROVADA) OU NOS ULTIMOS SEMESTRES DO PRAZO
      *            (PARAMETRO JUBILA-SEM-AVISO, PADRAO 2), O ALUNO
      *            RECEBE ADVERTENCIA, COM CARTA PELA FILA DE
      *            NOTIFICACOES (EVENTO JUBILA). A LISTAGEM SAI NO
      *            SPOOL (PGSPOOL).
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTJUBRUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT CURSO
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CURSO OF REG-CURSO
           FILE  STATUS IS WS-FS-C.

           SELECT TODOS-ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY IS CH-TODOS OF REG-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS OF REG-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT JUBILA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-JUBILA
           FILE  STATUS IS WS-FS-J.

           SELECT NOTIFICA
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-NOT.

           SELECT HISTORIA
           ASSIGN TO WS-CAMINHO-HISTORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-HIS.

           SELECT HISTIDX
           ASSIGN TO WS-CAMINHO-HISTIDX
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-HISTIDX
           FILE  STATUS IS WS-FS-IDX.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  CURSO.
           COPY CFPK0015.

       FD  TODOS-ALUNOS.
           COPY CFPK0004.

       FD  JUBILA.
           COPY CFPK0057.

       FD  NOTIFICA.
           COPY CFPK0016.

       FD  HISTORIA.
       01  REG-HISTORIA                PIC X(100).

       FD  HISTIDX.
           COPY CFPK0004 REPLACING ==REG-TODOS== BY ==REG-HISTIDX==
                                   ==CH-TODOS==  BY ==CH-HISTIDX==
                         ==CH-OFERTA-TODOS== BY ==CH-OFERTA-HISTIDX==.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHOS DOS ANOS ARQUIVADOS. NAO USAM OS SLOTS DE CFCFG001
      *PORQUE ESTE PROGRAMA JA OCUPA TODOS ELES.
       01  WS-CAMINHO-HISTORIA         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-HISTIDX          PIC X(80) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 WS-DH-HORA-COMPLETA      PIC 9(06).
           03 FILLER                   PIC X(07).

      *PERIODO QUE SE ENCERRA (INFORMADO NA ENTRADA).
       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

       01  WS-REG-TODOS.
           03 WS-CH-TODOS.
               05 WS-ID-ALUNO        PIC 9(05).
               05 WS-ID-MATERIA      PIC 9(05).
               05 WS-ANO-SEMESTRE-T.
                   07 WS-AS-ANO-T    PIC 9(04).
                   07 WS-AS-SEMESTRE-T PIC 9(01).
           03 WS-NM-ALUNO            PIC X(20).
           03 WS-TL-ALUNO.
               05 WS-FONEAREA        PIC 9(02).
               05 WS-FONENUMERO      PIC 9(09).
           03 WS-NM-MATERIA          PIC X(20).
           03 WS-NT-APROVACAO        PIC 9(02)V99.
           03 WS-MD-ALUNO            PIC 9(02)V99.
           03 WS-ST-APROVACAO        PIC X(10).
           03 WS-TURMA               PIC X(04).
           03 WS-FR-ALUNO            PIC 9(03)V99.
           03 WS-FL-EXTERNO          PIC X(01).

       77  WS-ID-ALUNO-ATUAL           PIC 9(05) VALUE ZEROS.

      *LIMITES DO JUBILAMENTO (PARAMETRO.DAT VIA PGPARLER).
       77  WS-MAX-REPROV               PIC 9(02) VALUE 3.
       77  WS-SEM-AVISO                PIC 9(02) VALUE 2.

      *REPROVACOES DO ALUNO POR MATERIA, SOMADAS DO PERIODO CORRENTE
      *E DOS ANOS ARQUIVADOS, E SE A MATERIA JA FOI APROVADA DEPOIS.
       01  WS-TAB-REPROVACOES.
           03 WS-RP-MATERIA            OCCURS 60 TIMES.
               05 WS-RP-ID-MATERIA     PIC 9(05).
               05 WS-RP-QT-REPROV      PIC 9(02).
               05 WS-RP-FL-APROVADA    PIC X(01).
                   88 WS-RP-APROVADA   VALUE 'S' FALSE 'N'.
       77  WS-QT-MATERIAS-TAB          PIC 9(02) VALUE ZEROS.
       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(02) VALUE ZEROS.

      *RESULTADO DA APURACAO DO ALUNO.
       77  WS-ID-MATERIA-PIOR          PIC 9(05) VALUE ZEROS.
       77  WS-QT-REPROV-PIOR           PIC 9(02) VALUE ZEROS.
       77  WS-ID-MATERIA-AVISO         PIC 9(05) VALUE ZEROS.
       77  WS-QT-REPROV-AVISO          PIC 9(02) VALUE ZEROS.
       77  WS-AA-LIMITE                PIC 9(04) VALUE ZEROS.
       77  WS-SEM-RESTANTES            PIC S9(03) VALUE ZEROS.
       77  WS-PROP-REPROV              PIC X.
           88 WS-PROP-REPROV-OK        VALUE 'S' FALSE 'N'.
       77  WS-PROP-PRAZO               PIC X.
           88 WS-PROP-PRAZO-OK         VALUE 'S' FALSE 'N'.
       77  WS-AVISO-REPROV             PIC X.
           88 WS-AVISO-REPROV-OK       VALUE 'S' FALSE 'N'.
       77  WS-AVISO-PRAZO              PIC X.
           88 WS-AVISO-PRAZO-OK        VALUE 'S' FALSE 'N'.
       77  WS-TP-APURADO               PIC X(01) VALUE SPACES.
       77  WS-MOTIVO-APURADO           PIC X(01) VALUE SPACES.
       77  WS-GRAVOU                   PIC X.
           88 WS-GRAVOU-OK             VALUE 'S' FALSE 'N'.
       77  WS-DS-TIPO                  PIC X(11) VALUE SPACES.

       77  WS-QTD-ALUNOS               PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ADVERTENCIAS         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PROPOSTAS            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-CARTAS               PIC 9(05) VALUE ZEROS.
       77  WS-QTD-JA-APURADOS          PIC 9(05) VALUE ZEROS.

      *CONTROLES DA LEITURA DOS ANOS ARQUIVADOS PELA VIRADA DE ANO
      *(MESMA REGRA DO NTALUHIS: INDICE POR ALUNO QUANDO EXISTE,
      *VARREDURA SEQUENCIAL NOS ANOS ANTIGOS SEM INDICE).
       77  WS-ANO-HISTORIA             PIC 9(04) VALUE ZEROS.
       77  WS-FS-IDX                   PIC 99.
           88 WS-FS-IDX-OK             VALUE 0.
       77  WS-EOF-IDX                  PIC X.
           88 WS-EOF-IDX-OK            VALUE 'S' FALSE 'N'.
       77  WS-FS-HIS                   PIC 99.
           88 WS-FS-HIS-OK             VALUE 0.
       77  WS-EOF-HIS                  PIC X.
           88 WS-EOF-HIS-OK            VALUE 'S' FALSE 'N'.

       77  WS-EOF-ALUNOS               PIC X.
           88 WS-EOF-ALUNOS-OK         VALUE 'S' FALSE 'N'.
       77  WS-EOF-TODOS                PIC X.
           88 WS-EOF-TODOS-OK          VALUE 'S' FALSE 'N'.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.
       77  WS-FS-J                     PIC 99.
           88 WS-FS-J-OK               VALUE 0.
       77  WS-FS-NOT                   PIC 99.
           88 WS-FS-NOT-OK             VALUE 0.

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

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTJUBRUN'.
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
           INITIALIZE WS-FS-A WS-FS-C WS-FS-T WS-FS-J WS-FS-NOT
                      WS-FS-SPL WS-ANO-SEMESTRE WS-ID-ALUNO-ATUAL
                      WS-QTD-ALUNOS WS-QTD-ADVERTENCIAS
                      WS-QTD-PROPOSTAS WS-QTD-CARTAS
                      WS-QTD-JA-APURADOS WS-LINHAS-SPOOL
                      WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-ALUNOS-OK        TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DH-INICIO-JOB.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P050-LE-PARAMETROS  THRU P050-LE-PARAMETROS-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *LIMITE DE REPROVACOES NA MESMA MATERIA E QUANTOS SEMESTRES
      *ANTES DO FIM DO PRAZO A ADVERTENCIA COMECA A SAIR.
       P050-LE-PARAMETROS.
           MOVE 'JUBILA-MAX-REPROV'    TO WS-PL-NOME.
           MOVE 3                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-MAX-REPROV.
           IF WS-MAX-REPROV EQUAL ZEROS THEN
               MOVE 3 TO WS-MAX-REPROV
           END-IF.
           MOVE 'JUBILA-SEM-AVISO'     TO WS-PL-NOME.
           MOVE 2                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-SEM-AVISO.
       P050-LE-PARAMETROS-FIM.

      *MONTA OS CAMINHOS DOS MESTRES, DO CONTROLE DE JUBILAMENTO E
      *DA FILA DE NOTIFICACOES A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CURSO.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTODOS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\JUBILA.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NOTIFICA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT CURSO.
           IF NOT WS-FS-C-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT TODOS-ALUNOS.
           IF NOT WS-FS-T-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O JUBILA.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-J-OK THEN
               OPEN OUTPUT JUBILA
               CLOSE JUBILA
               OPEN I-O JUBILA
           END-IF.
           OPEN EXTEND NOTIFICA.
      *SE A FILA DE NOTIFICACOES AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-NOT-OK THEN
               OPEN OUTPUT NOTIFICA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           DISPLAY 'CONTROLE DE JUBILAMENTO. INFORME:'
           END-DISPLAY.
           DISPLAY 'O ANO DO PERIODO QUE SE ENCERRA........: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'O SEMESTRE (1 OU 2)....................: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           IF WS-AS-SEMESTRE NOT EQUAL 1 AND
              WS-AS-SEMESTRE NOT EQUAL 2 THEN
               DISPLAY 'SEMESTRE INVALIDO. NADA APURADO.'
               END-DISPLAY
               MOVE 'ABANDONADO' TO WS-JL-STATUS
               GO TO P200-PROCESSA-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P410-LE-ALUNO THRU P410-LE-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ALUNOS-OK.
           PERFORM P450-GRAVA-TOTAIS THRU P450-GRAVA-TOTAIS-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY '*** CONTROLE DE JUBILAMENTO CONCLUIDO ***'
           END-DISPLAY.
           DISPLAY 'ALUNOS APURADOS.............: ' WS-QTD-ALUNOS
           END-DISPLAY.
           DISPLAY 'ADVERTENCIAS................: '
                   WS-QTD-ADVERTENCIAS
           END-DISPLAY.
           DISPLAY 'PROPOSTAS DE JUBILAMENTO....: ' WS-QTD-PROPOSTAS
           END-DISPLAY.
           DISPLAY 'CARTAS NA FILA DE NOTIFICACAO: ' WS-QTD-CARTAS
           END-DISPLAY.
           DISPLAY 'AS PROPOSTAS SAO DECIDIDAS PELO COLEGIADO NO '
                   'NTJUBDEC.'
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *ENTRA NO CONTROLE O ALUNO ATIVO (CAMPO EM BRANCO, DE REGISTRO
      *ANTIGO, CONTA COMO ATIVO) OU TRANCADO - O TRANCAMENTO NAO
      *SUSPENDE O PRAZO MAXIMO - COM CURSO ATRIBUIDO.
       P410-LE-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-ALUNOS-OK TO TRUE
               NOT AT END
                   IF (ST-ALUNO-ATIVO OR ST-ALUNO-TRANCADO OR
                       ST-ALUNO EQUAL SPACES)
                      AND ID-CURSO OF REG-ALUNO IS GREATER THAN
                          ZEROS THEN
                       ADD 1 TO WS-QTD-ALUNOS
                       MOVE ID-ALUNO OF REG-ALUNO
                            TO WS-ID-ALUNO-ATUAL
                       PERFORM P500-APURA-ALUNO
                               THRU P500-APURA-ALUNO-FIM
                   END-IF
           END-READ.
       P410-LE-ALUNO-FIM.

      *CONTA AS REPROVACOES POR MATERIA, CONFERE O PRAZO DO CURSO E
      *GRAVA A ADVERTENCIA OU A PROPOSTA QUANDO HOUVER.
       P500-APURA-ALUNO.
           INITIALIZE WS-TAB-REPROVACOES
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE ZEROS TO WS-QT-MATERIAS-TAB.
           PERFORM P510-LE-PERIODO-CORRENTE
                   THRU P510-LE-PERIODO-CORRENTE-FIM.
           IF AA-INGRESSO IS GREATER THAN ZEROS AND
              AA-INGRESSO IS LESS THAN WS-AS-ANO THEN
               PERFORM P520-LE-ANO-HISTORIA
                       THRU P520-LE-ANO-HISTORIA-FIM
                       VARYING WS-ANO-HISTORIA FROM AA-INGRESSO BY 1
                       UNTIL WS-ANO-HISTORIA NOT LESS THAN WS-AS-ANO
           END-IF.
           PERFORM P540-AVALIA-REPROVACOES
                   THRU P540-AVALIA-REPROVACOES-FIM.
           PERFORM P550-AVALIA-PRAZO THRU P550-AVALIA-PRAZO-FIM.
           MOVE SPACES TO WS-TP-APURADO WS-MOTIVO-APURADO.
           EVALUATE TRUE
               WHEN WS-PROP-REPROV-OK AND WS-PROP-PRAZO-OK
                   MOVE 'P' TO WS-TP-APURADO
                   MOVE 'B' TO WS-MOTIVO-APURADO
               WHEN WS-PROP-REPROV-OK
                   MOVE 'P' TO WS-TP-APURADO
                   MOVE 'R' TO WS-MOTIVO-APURADO
               WHEN WS-PROP-PRAZO-OK
                   MOVE 'P' TO WS-TP-APURADO
                   MOVE 'T' TO WS-MOTIVO-APURADO
               WHEN WS-AVISO-REPROV-OK AND WS-AVISO-PRAZO-OK
                   MOVE 'A' TO WS-TP-APURADO
                   MOVE 'B' TO WS-MOTIVO-APURADO
               WHEN WS-AVISO-REPROV-OK
                   MOVE 'A' TO WS-TP-APURADO
                   MOVE 'R' TO WS-MOTIVO-APURADO
               WHEN WS-AVISO-PRAZO-OK
                   MOVE 'A' TO WS-TP-APURADO
                   MOVE 'T' TO WS-MOTIVO-APURADO
           END-EVALUATE.
           IF WS-TP-APURADO EQUAL SPACES THEN
               GO TO P500-APURA-ALUNO-FIM
           END-IF.
           PERFORM P560-GRAVA-JUBILA THRU P560-GRAVA-JUBILA-FIM.
       P500-APURA-ALUNO-FIM.
           EXIT.

      *RESULTADOS DO ALUNO AINDA EM ALUTODOS (A CHAVE COMECA PELO
      *ALUNO), ATE O PERIODO QUE SE ENCERRA. MATRICULAS DE PERIODOS
      *SEGUINTES, JA LANCADAS, FICAM DE FORA.
       P510-LE-PERIODO-CORRENTE.
           SET WS-EOF-TODOS-OK TO FALSE.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO OF CH-TODOS.
           MOVE ZEROS TO ID-MATERIA   OF CH-TODOS.
           MOVE ZEROS TO ANO-SEMESTRE OF CH-TODOS.
           START TODOS-ALUNOS KEY IS NOT LESS THAN CH-TODOS
               INVALID KEY
                   SET WS-EOF-TODOS-OK TO TRUE
           END-START.
           PERFORM P515-LE-TODOS THRU P515-LE-TODOS-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TODOS-OK.
       P510-LE-PERIODO-CORRENTE-FIM.

       P515-LE-TODOS.
           READ TODOS-ALUNOS NEXT RECORD INTO WS-REG-TODOS
               AT END
                   SET WS-EOF-TODOS-OK TO TRUE
               NOT AT END
                   IF WS-ID-ALUNO NOT EQUAL WS-ID-ALUNO-ATUAL THEN
                       SET WS-EOF-TODOS-OK TO TRUE
                   ELSE
                       IF WS-ANO-SEMESTRE-T IS NOT GREATER THAN
                          WS-ANO-SEMESTRE THEN
                           PERFORM P530-CONTA-RESULTADO
                                   THRU P530-CONTA-RESULTADO-FIM
                       END-IF
                   END-IF
           END-READ.
       P515-LE-TODOS-FIM.

      *COM O INDICE POR ALUNO DO ANO, A BUSCA E DIRETA POR CHAVE; A
      *VARREDURA SEQUENCIAL FICA SO PARA OS ANOS SEM INDICE. ANO SEM
      *ARQUIVO E PULADO EM SILENCIO (NAO HOUVE VIRADA DAQUELE ANO).
       P520-LE-ANO-HISTORIA.
           MOVE SPACES TO WS-CAMINHO-HISTIDX.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTOD'       DELIMITED BY SIZE
                  WS-ANO-HISTORIA                    DELIMITED BY SIZE
                  '.INX'                             DELIMITED BY SIZE
                  INTO WS-CAMINHO-HISTIDX
           END-STRING.
           OPEN INPUT HISTIDX.
           IF WS-FS-IDX-OK THEN
               PERFORM P522-BUSCA-NO-INDICE
                       THRU P522-BUSCA-NO-INDICE-FIM
               CLOSE HISTIDX
               GO TO P520-LE-ANO-HISTORIA-FIM
           END-IF.
           MOVE SPACES TO WS-CAMINHO-HISTORIA.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTOD'       DELIMITED BY SIZE
                  WS-ANO-HISTORIA                    DELIMITED BY SIZE
                  '.DAT'                             DELIMITED BY SIZE
                  INTO WS-CAMINHO-HISTORIA
           END-STRING.
           SET WS-EOF-HIS-OK TO FALSE.
           OPEN INPUT HISTORIA.
           IF NOT WS-FS-HIS-OK THEN
               SET WS-EOF-HIS-OK TO TRUE
           ELSE
               PERFORM P526-LE-REGISTRO-HISTORIA
                       THRU P526-LE-REGISTRO-HISTORIA-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-HIS-OK
               CLOSE HISTORIA
           END-IF.
       P520-LE-ANO-HISTORIA-FIM.
           EXIT.

      *POSICIONA NO PRIMEIRO REGISTRO DO ALUNO NO INDICE DO ANO E
      *CONTA ENQUANTO A CHAVE FOR DELE.
       P522-BUSCA-NO-INDICE.
           SET WS-EOF-IDX-OK TO FALSE.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO OF CH-HISTIDX.
           MOVE ZEROS TO ID-MATERIA   OF CH-HISTIDX.
           MOVE ZEROS TO ANO-SEMESTRE OF CH-HISTIDX.
           START HISTIDX KEY IS NOT LESS THAN CH-HISTIDX
               INVALID KEY
                   SET WS-EOF-IDX-OK TO TRUE
           END-START.
           PERFORM P524-LE-DO-INDICE THRU P524-LE-DO-INDICE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-IDX-OK.
       P522-BUSCA-NO-INDICE-FIM.

       P524-LE-DO-INDICE.
           READ HISTIDX NEXT RECORD INTO WS-REG-TODOS
               AT END
                   SET WS-EOF-IDX-OK TO TRUE
               NOT AT END
                   IF WS-ID-ALUNO NOT EQUAL WS-ID-ALUNO-ATUAL THEN
                       SET WS-EOF-IDX-OK TO TRUE
                   ELSE
                       PERFORM P530-CONTA-RESULTADO
                               THRU P530-CONTA-RESULTADO-FIM
                   END-IF
           END-READ.
       P524-LE-DO-INDICE-FIM.

       P526-LE-REGISTRO-HISTORIA.
           READ HISTORIA INTO WS-REG-TODOS
               AT END
                   SET WS-EOF-HIS-OK TO TRUE
               NOT AT END
                   IF WS-ID-ALUNO EQUAL WS-ID-ALUNO-ATUAL THEN
                       PERFORM P530-CONTA-RESULTADO
                               THRU P530-CONTA-RESULTADO-FIM
                   END-IF
           END-READ.
       P526-LE-REGISTRO-HISTORIA-FIM.

      *ACUMULA O RESULTADO LIDO EM WS-REG-TODOS NA LINHA DA MATERIA
      *(CRIADA NA PRIMEIRA OCORRENCIA). RESULTADO AINDA SEM SITUACAO
      *(MATRICULA EM CURSO) NAO CONTA.
       P530-CONTA-RESULTADO.
           IF WS-ST-APROVACAO NOT EQUAL 'REPROVADO' AND
              WS-ST-APROVACAO NOT EQUAL 'APROVADO' THEN
               GO TO P530-CONTA-RESULTADO-FIM
           END-IF.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P535-PROCURA-MATERIA THRU P535-PROCURA-MATERIA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-MATERIAS-TAB
                      OR WS-INDICE-ACHADO > ZEROS.
           IF WS-INDICE-ACHADO EQUAL ZEROS THEN
               IF WS-QT-MATERIAS-TAB NOT LESS THAN 60 THEN
                   GO TO P530-CONTA-RESULTADO-FIM
               END-IF
               ADD 1 TO WS-QT-MATERIAS-TAB
               MOVE WS-QT-MATERIAS-TAB TO WS-INDICE-ACHADO
               MOVE WS-ID-MATERIA
                 TO WS-RP-ID-MATERIA (WS-INDICE-ACHADO)
               SET WS-RP-APROVADA (WS-INDICE-ACHADO) TO FALSE
           END-IF.
           IF WS-ST-APROVACAO EQUAL 'REPROVADO' THEN
               ADD 1 TO WS-RP-QT-REPROV (WS-INDICE-ACHADO)
           ELSE
               SET WS-RP-APROVADA (WS-INDICE-ACHADO) TO TRUE
           END-IF.
       P530-CONTA-RESULTADO-FIM.
           EXIT.

       P535-PROCURA-MATERIA.
           IF WS-RP-ID-MATERIA (WS-INDICE) EQUAL WS-ID-MATERIA THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P535-PROCURA-MATERIA-FIM.

      *LIMITE ATINGIDO EM QUALQUER MATERIA GERA PROPOSTA, AINDA QUE
      *A MATERIA TENHA SIDO APROVADA DEPOIS (A REGRA CONTA AS
      *REPROVACOES); A UMA REPROVACAO DO LIMITE, EM MATERIA AINDA NAO
      *APROVADA, GERA ADVERTENCIA. FICA REGISTRADA A MATERIA DE MAIS
      *REPROVACOES.
       P540-AVALIA-REPROVACOES.
           SET WS-PROP-REPROV-OK  TO FALSE.
           SET WS-AVISO-REPROV-OK TO FALSE.
           MOVE ZEROS TO WS-ID-MATERIA-PIOR WS-QT-REPROV-PIOR
                         WS-ID-MATERIA-AVISO WS-QT-REPROV-AVISO.
           PERFORM P545-AVALIA-MATERIA THRU P545-AVALIA-MATERIA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-MATERIAS-TAB.
       P540-AVALIA-REPROVACOES-FIM.

       P545-AVALIA-MATERIA.
           IF WS-RP-QT-REPROV (WS-INDICE) IS GREATER THAN
              WS-QT-REPROV-PIOR THEN
               MOVE WS-RP-QT-REPROV (WS-INDICE) TO WS-QT-REPROV-PIOR
               MOVE WS-RP-ID-MATERIA (WS-INDICE)
                 TO WS-ID-MATERIA-PIOR
           END-IF.
           IF WS-RP-QT-REPROV (WS-INDICE) NOT LESS THAN
              WS-MAX-REPROV THEN
               SET WS-PROP-REPROV-OK TO TRUE
               GO TO P545-AVALIA-MATERIA-FIM
           END-IF.
           IF WS-RP-QT-REPROV (WS-INDICE) + 1 EQUAL WS-MAX-REPROV
              AND NOT WS-RP-APROVADA (WS-INDICE)
              AND WS-ID-MATERIA-AVISO EQUAL ZEROS THEN
               SET WS-AVISO-REPROV-OK TO TRUE
               MOVE WS-RP-ID-MATERIA (WS-INDICE)
                 TO WS-ID-MATERIA-AVISO
               MOVE WS-RP-QT-REPROV (WS-INDICE)
                 TO WS-QT-REPROV-AVISO
           END-IF.
       P545-AVALIA-MATERIA-FIM.
           EXIT.

      *O PRAZO VAI ATE O FIM DO ANO AA-INGRESSO + QT-ANOS-MAXIMO - 1.
      *CONTA OS SEMESTRES QUE AINDA RESTAM DEPOIS DO PERIODO QUE SE
      *ENCERRA: NENHUM GERA PROPOSTA; ATE WS-SEM-AVISO, ADVERTENCIA.
      *CURSO SEM PRAZO (ZERO) OU ALUNO SEM ANO DE INGRESSO FICAM DE
      *FORA DESTA REGRA.
       P550-AVALIA-PRAZO.
           SET WS-PROP-PRAZO-OK  TO FALSE.
           SET WS-AVISO-PRAZO-OK TO FALSE.
           MOVE ZEROS TO WS-AA-LIMITE.
           IF AA-INGRESSO EQUAL ZEROS THEN
               GO TO P550-AVALIA-PRAZO-FIM
           END-IF.
           MOVE ID-CURSO OF REG-ALUNO TO ID-CURSO OF REG-CURSO.
           READ CURSO
               INVALID KEY
                   GO TO P550-AVALIA-PRAZO-FIM
           END-READ.
           IF QT-ANOS-MAXIMO EQUAL ZEROS THEN
               GO TO P550-AVALIA-PRAZO-FIM
           END-IF.
           COMPUTE WS-AA-LIMITE = AA-INGRESSO + QT-ANOS-MAXIMO - 1
           END-COMPUTE.
           COMPUTE WS-SEM-RESTANTES =
                   ((WS-AA-LIMITE - WS-AS-ANO) * 2) +
                   (2 - WS-AS-SEMESTRE)
           END-COMPUTE.
           IF WS-SEM-RESTANTES IS NOT GREATER THAN ZEROS THEN
               SET WS-PROP-PRAZO-OK TO TRUE
           ELSE
               IF WS-SEM-RESTANTES IS NOT GREATER THAN
                  WS-SEM-AVISO THEN
                   SET WS-AVISO-PRAZO-OK TO TRUE
               END-IF
           END-IF.
       P550-AVALIA-PRAZO-FIM.
           EXIT.

      *UM REGISTRO POR ALUNO E PERIODO: NA REEXECUCAO DO MESMO
      *PERIODO, A ADVERTENCIA JA GRAVADA SO E SUBSTITUIDA SE AGORA
      *HOUVER PROPOSTA; PROPOSTA JA GRAVADA (DECIDIDA OU NAO) NAO E
      *MEXIDA. CARTA DE ADVERTENCIA SO SAI NA PRIMEIRA GRAVACAO.
       P560-GRAVA-JUBILA.
           SET WS-GRAVOU-OK TO FALSE.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO-JUB.
           MOVE WS-AS-ANO         TO AS-ANO-JUB.
           MOVE WS-AS-SEMESTRE    TO AS-SEMESTRE-JUB.
           READ JUBILA
               INVALID KEY
                   PERFORM P565-MONTA-JUBILA
                           THRU P565-MONTA-JUBILA-FIM
                   WRITE REG-JUBILA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O JUBILAMENTO DO '
                                   'ALUNO ' WS-ID-ALUNO-ATUAL
                           END-DISPLAY
                           ADD 1 TO WS-JL-QTD-REJEITADOS
                       NOT INVALID KEY
                           SET WS-GRAVOU-OK TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   IF TP-JUBILA-ADVERTENCIA AND
                      WS-TP-APURADO EQUAL 'P' THEN
                       PERFORM P565-MONTA-JUBILA
                               THRU P565-MONTA-JUBILA-FIM
                       REWRITE REG-JUBILA
                       END-REWRITE
                       SET WS-GRAVOU-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-JA-APURADOS
                   END-IF
           END-READ.
           IF NOT WS-GRAVOU-OK THEN
               GO TO P560-GRAVA-JUBILA-FIM
           END-IF.
           ADD 1 TO WS-JL-QTD-GRAVADOS.
           IF TP-JUBILA-PROPOSTA THEN
               ADD 1 TO WS-QTD-PROPOSTAS
               MOVE 'PROPOSTA'    TO WS-DS-TIPO
           ELSE
               ADD 1 TO WS-QTD-ADVERTENCIAS
               MOVE 'ADVERTENCIA' TO WS-DS-TIPO
               IF WS-AVISO-REPROV-OK THEN
                   PERFORM P570-CARTA-REPROVACAO
                           THRU P570-CARTA-REPROVACAO-FIM
               END-IF
               IF WS-AVISO-PRAZO-OK THEN
                   PERFORM P575-CARTA-PRAZO
                           THRU P575-CARTA-PRAZO-FIM
               END-IF
           END-IF.
           PERFORM P580-LISTA-ALUNO THRU P580-LISTA-ALUNO-FIM.
       P560-GRAVA-JUBILA-FIM.
           EXIT.

      *NA ADVERTENCIA A MATERIA REGISTRADA E A QUE ESTA A UMA
      *REPROVACAO DO LIMITE; NA PROPOSTA, A DE MAIS REPROVACOES.
       P565-MONTA-JUBILA.
           MOVE WS-TP-APURADO     TO TP-JUBILA.
           MOVE WS-MOTIVO-APURADO TO TP-MOTIVO-JUB.
           IF TP-JUBILA-ADVERTENCIA THEN
               MOVE WS-ID-MATERIA-AVISO TO ID-MATERIA-JUB
               MOVE WS-QT-REPROV-AVISO  TO QT-REPROVACOES-JUB
               MOVE SPACES              TO ST-DECISAO-JUB
           ELSE
               MOVE WS-ID-MATERIA-PIOR  TO ID-MATERIA-JUB
               MOVE WS-QT-REPROV-PIOR   TO QT-REPROVACOES-JUB
               SET ST-DECISAO-PENDENTE  TO TRUE
           END-IF.
           MOVE AA-INGRESSO       TO AA-INGRESSO-JUB.
           MOVE WS-AA-LIMITE      TO AA-LIMITE-JUB.
           MOVE WS-DH-DATA        TO DT-APURACAO-JUB.
           MOVE ZEROS             TO DT-DECISAO-JUB.
           MOVE SPACES            TO ID-OPERADOR-DECISAO-JUB
                                     DS-DECISAO-JUB.
       P565-MONTA-JUBILA-FIM.

      *CARTA DE ADVERTENCIA PELA FILA DE NOTIFICACOES (EVENTO
      *JUBILA), UMA POR MOTIVO.
       P570-CARTA-REPROVACAO.
           MOVE WS-ID-MATERIA-AVISO TO ID-MATERIA OF REG-NOTIFICA.
           MOVE SPACES              TO DS-PAYLOAD.
           STRING 'MATERIA ' WS-ID-MATERIA-AVISO ': '
                  WS-QT-REPROV-AVISO ' REPROVACOES, LIMITE '
                  WS-MAX-REPROV
                  DELIMITED BY SIZE
                  INTO DS-PAYLOAD
           END-STRING.
           PERFORM P590-ENFILEIRA THRU P590-ENFILEIRA-FIM.
       P570-CARTA-REPROVACAO-FIM.

       P575-CARTA-PRAZO.
           MOVE ZEROS               TO ID-MATERIA OF REG-NOTIFICA.
           MOVE SPACES              TO DS-PAYLOAD.
           STRING 'PRAZO MAXIMO DO CURSO TERMINA EM '
                  WS-AA-LIMITE
                  DELIMITED BY SIZE
                  INTO DS-PAYLOAD
           END-STRING.
           PERFORM P590-ENFILEIRA THRU P590-ENFILEIRA-FIM.
       P575-CARTA-PRAZO-FIM.

       P590-ENFILEIRA.
           SET TP-EVENTO-JUBILAMENTO  TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA            TO DT-EVENTO.
           MOVE WS-DH-HORA-COMPLETA   TO HR-EVENTO.
           MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO OF REG-NOTIFICA.
           MOVE SPACES                TO FL-PROCESSADO.
           WRITE REG-NOTIFICA
           END-WRITE.
           ADD 1 TO WS-QTD-CARTAS.
       P590-ENFILEIRA-FIM.

       P580-LISTA-ALUNO.
           STRING 'ALUNO ' WS-ID-ALUNO-ATUAL ' '
                  NM-ALUNO OF REG-ALUNO ' ' WS-DS-TIPO
                  ' INGRESSO ' AA-INGRESSO-JUB
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF TP-MOTIVO-REPROVACAO OR TP-MOTIVO-AMBOS THEN
               STRING '   MATERIA ' ID-MATERIA-JUB ' - '
                      QT-REPROVACOES-JUB ' REPROVACOES (LIMITE '
                      WS-MAX-REPROV ')'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           IF TP-MOTIVO-PRAZO OR TP-MOTIVO-AMBOS THEN
               STRING '   PRAZO MAXIMO DO CURSO ATE ' AA-LIMITE-JUB
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P580-LISTA-ALUNO-FIM.

      *ALOCA O SPOOL DA LISTAGEM NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTJUBRUN'      TO WS-SP-RELATORIO.
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
           DISPLAY 'LISTAGEM GUARDADA NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P440-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CONTROLE DE JUBILAMENTO - PERIODO '
                  WS-AS-ANO '/' WS-AS-SEMESTRE
                  ' - LIMITE DE REPROVACOES NA MESMA MATERIA: '
                  WS-MAX-REPROV
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

       P450-GRAVA-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ALUNOS APURADOS: ' WS-QTD-ALUNOS
                  ' - ADVERTENCIAS: ' WS-QTD-ADVERTENCIAS
                  ' - PROPOSTAS: ' WS-QTD-PROPOSTAS
                  ' - JA APURADOS NO PERIODO: ' WS-QTD-JA-APURADOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P450-GRAVA-TOTAIS-FIM.

       P420-FECHA-ARQ.
           CLOSE ALUNOS.
           CLOSE CURSO.
           CLOSE TODOS-ALUNOS.
           CLOSE JUBILA.
           CLOSE NOTIFICA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS CURSO.....: ' WS-FS-C
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUTODOS..: ' WS-FS-T
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-DH-INICIO-14  TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR  TO WS-JL-OPERADOR.
           MOVE WS-QTD-ALUNOS    TO WS-JL-QTD-LIDOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTJUBRUN.
