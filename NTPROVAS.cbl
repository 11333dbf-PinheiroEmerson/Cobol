      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      01/05/2023.
      * Purpose:   CALENDARIO DE PROVAS DO PERIODO - CRUZA AS DATAS
      *            PREVISTAS DO PLANO DE AVALIACAO (PLANOAVA.DAT) COM
      *            AS MATRICULAS ATIVAS DO PERIODO E:
      *            - APONTA O ALUNO COM MAIS PROVAS NO MESMO DIA QUE O
      *              LIMITE DO PARAMETRO PROVA-MAX-DIA (PADRAO 2);
      *            - FAZ O ENSALAMENTO DE CADA PROVA NAS SALAS ATIVAS
      *              DO CADASTRO (SALAS.DAT): PRIMEIRO PROCURA A MENOR
      *              SALA QUE COMPORTE TODA A TURMA; SE NENHUMA
      *              COMPORTA, DIVIDE OS ALUNOS PELAS SALAS LIVRES EM
      *              ORDEM DE CADASTRO, ATE A CAPACIDADE DE CADA UMA.
      *              CADA SALA RECEBE NO MAXIMO PROVA-SESSOES-SALA
      *              PROVAS NO MESMO DIA (PADRAO 1);
      *            - IMPRIME NO SPOOL (PGSPOOL) O ENSALAMENTO, OS
      *              ALUNOS ACIMA DO LIMITE, A LISTA DE CADA SALA E O
      *              CALENDARIO DE PROVAS DE CADA ALUNO.
      *            AVALIACAO SEM DATA PREVISTA FICA FORA E E LISTADA.
      *            DEVOLVE RETURN-CODE 4 QUANDO HA ALUNO ACIMA DO
      *            LIMITE OU PROVA SEM SALA SUFICIENTE.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTPROVAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOAVA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-PLANOAVA
           FILE  STATUS IS WS-FS-P.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT MATRICULA
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT SALAS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CD-SALA
           FILE  STATUS IS WS-FS-S.

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

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANOAVA.
           COPY CFPK0041.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  MATRICULA.
           COPY CFPK0005.

       FD  SALAS.
           COPY CFPK0060.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

       77  WS-MAX-PROVAS-DIA           PIC 9(02) VALUE 2.
       77  WS-MAX-SESSOES-SALA         PIC 9(02) VALUE 1.

      *PROVAS DO PERIODO (UMA POR AVALIACAO DATADA DO PLANO), EM
      *ORDEM DE DATA DEPOIS DA ORDENACAO. WS-PV-SEQ-ASSENTO NUMERA OS
      *ALUNOS DA PROVA NA SEGUNDA PASSADA, PARA ACHAR A SALA DE CADA
      *UM PELA FAIXA DE ASSENTOS DA ALOCACAO.
       01  WS-TABELA-PROVAS.
           03 WS-QT-PROVAS             PIC 9(03) VALUE ZEROS.
           03 WS-PV OCCURS 300 TIMES.
               05 WS-PV-ID-MATERIA     PIC 9(05).
               05 WS-PV-NM-MATERIA     PIC X(20).
               05 WS-PV-NR-AVALIACAO   PIC 9(02).
               05 WS-PV-TP-AVALIACAO   PIC X(10).
               05 WS-PV-DATA           PIC 9(08).
               05 WS-PV-QT-ALUNOS      PIC 9(04).
               05 WS-PV-QT-ALOCADOS    PIC 9(04).
               05 WS-PV-SEQ-ASSENTO    PIC 9(04).

       01  WS-ENTRADA-TROCA            PIC X(57).

      *SALAS ATIVAS, COM O DIA DO ULTIMO USO E QUANTAS PROVAS JA
      *RECEBERAM NESSE DIA (AS PROVAS SAO ENSALADAS EM ORDEM DE DATA).
       01  WS-TABELA-SALAS.
           03 WS-QT-SALAS              PIC 9(03) VALUE ZEROS.
           03 WS-SL OCCURS 200 TIMES.
               05 WS-SL-CD-SALA        PIC X(06).
               05 WS-SL-NM-PREDIO      PIC X(15).
               05 WS-SL-CAPACIDADE     PIC 9(03).
               05 WS-SL-DATA-USO       PIC 9(08).
               05 WS-SL-SESSOES-USO    PIC 9(02).

      *ALOCACOES: UMA FAIXA DE ASSENTOS DE UMA PROVA EM UMA SALA.
       01  WS-TABELA-ALOCACOES.
           03 WS-QT-ALOCACOES          PIC 9(04) VALUE ZEROS.
           03 WS-AL OCCURS 1000 TIMES.
               05 WS-AL-PROVA          PIC 9(03).
               05 WS-AL-SALA           PIC 9(03).
               05 WS-AL-ASSENTO-DE     PIC 9(04).
               05 WS-AL-ASSENTO-ATE    PIC 9(04).

      *PROVAS DE CADA ALUNO, EM ORDEM DE ALUNO E DATA, COM A
      *ALOCACAO (ZERO = SEM SALA) E O NUMERO DO ASSENTO.
       01  WS-TABELA-ALUNO-PROVA.
           03 WS-QT-AP                 PIC 9(04) VALUE ZEROS.
           03 WS-AP OCCURS 5000 TIMES.
               05 WS-AP-ID-ALUNO       PIC 9(05).
               05 WS-AP-PROVA          PIC 9(03).
               05 WS-AP-ALOCACAO       PIC 9(04).
               05 WS-AP-ASSENTO        PIC 9(04).

      *PROVAS DO ALUNO CORRENTE, ORDENADAS POR DATA ANTES DE IR PARA
      *A TABELA GERAL.
       01  WS-TABELA-GRUPO.
           03 WS-QT-AG                 PIC 9(02) VALUE ZEROS.
           03 WS-AG OCCURS 60 TIMES.
               05 WS-AG-PROVA          PIC 9(03).
               05 WS-AG-ALOCACAO       PIC 9(04).
               05 WS-AG-ASSENTO        PIC 9(04).

       01  WS-ENTRADA-TROCA-AG         PIC X(11).

       77  WS-ALUNO-ATUAL              PIC 9(05) VALUE ZEROS.
       77  WS-INDICE                   PIC 9(04) VALUE ZEROS.
       77  WS-INDICE-2                 PIC 9(04) VALUE ZEROS.
       77  WS-INDICE-PV                PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-SL                PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-AL                PIC 9(04) VALUE ZEROS.
       77  WS-MELHOR-SALA              PIC 9(03) VALUE ZEROS.
       77  WS-RESTANTE                 PIC 9(04) VALUE ZEROS.
       77  WS-PARCELA                  PIC 9(04) VALUE ZEROS.
       77  WS-QT-MESMO-DIA             PIC 9(02) VALUE ZEROS.
       77  WS-ALUNO-LISTADO            PIC 9(05) VALUE ZEROS.

       77  WS-QTD-MATRICULAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-DATA             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-SEM-SALA             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ALUNOS-LIMITE        PIC 9(05) VALUE ZEROS.
       77  WS-QTD-DIAS-LIMITE          PIC 9(05) VALUE ZEROS.

       77  WS-DATA-EDICAO              PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FORMATADA.
           03 WS-DF-DIA                PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-DF-MES                PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-DF-ANO                PIC 9(04).

       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.
       77  WS-TROCA                    PIC X.
           88 WS-TROCA-OK              VALUE 'S' FALSE 'N'.
       77  WS-ALUNO-NO-LIMITE          PIC X.
           88 WS-ALUNO-NO-LIMITE-OK    VALUE 'S' FALSE 'N'.
       77  WS-TABELA-CHEIA             PIC X.
           88 WS-TABELA-CHEIA-OK       VALUE 'S' FALSE 'N'.

       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-R                     PIC 99.
           88 WS-FS-R-OK               VALUE 0.
       77  WS-FS-S                     PIC 99.
           88 WS-FS-S-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.

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
           INITIALIZE WS-FS-P WS-FS-M WS-FS-R WS-FS-S WS-FS-A
                      WS-FS-SPL WS-ANO-SEMESTRE WS-QT-PROVAS
                      WS-QT-SALAS WS-QT-ALOCACOES WS-QT-AP WS-QT-AG
                      WS-ALUNO-ATUAL WS-QTD-MATRICULAS
                      WS-QTD-SEM-DATA WS-QTD-SEM-SALA
                      WS-QTD-ALUNOS-LIMITE WS-QTD-DIAS-LIMITE
                      WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-TABELA-CHEIA-OK TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P050-LE-PARAMETROS  THRU P050-LE-PARAMETROS-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *LIMITE DE PROVAS DO ALUNO NO MESMO DIA E DE PROVAS POR SALA NO
      *MESMO DIA.
       P050-LE-PARAMETROS.
           MOVE 'PROVA-MAX-DIA'        TO WS-PL-NOME.
           MOVE 2                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-MAX-PROVAS-DIA.
           MOVE 'PROVA-SESSOES-SALA'   TO WS-PL-NOME.
           MOVE 1                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-MAX-SESSOES-SALA.
           IF WS-MAX-SESSOES-SALA EQUAL ZEROS THEN
               MOVE 1 TO WS-MAX-SESSOES-SALA
           END-IF.
       P050-LE-PARAMETROS-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PLANOAVA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\SALAS.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT PLANOAVA.
           IF NOT WS-FS-P-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT MATERIAS.
           IF NOT WS-FS-M-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT MATRICULA.
           IF NOT WS-FS-R-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT SALAS.
           IF NOT WS-FS-S-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           DISPLAY 'CALENDARIO DE PROVAS. INFORME:'
           END-DISPLAY.
           DISPLAY 'O ANO DO PERIODO LETIVO................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'O SEMESTRE (1 OU 2)....................: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P410-CARREGA-PROVA THRU P410-CARREGA-PROVA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P415-CARREGA-SALA THRU P415-CARREGA-SALA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P500-CONTA-MATRICULA THRU P500-CONTA-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           PERFORM P510-ORDENA THRU P510-ORDENA-FIM.
           PERFORM P600-ENSALA-PROVA THRU P600-ENSALA-PROVA-FIM
                   VARYING WS-INDICE-PV FROM 1 BY 1
                   UNTIL WS-INDICE-PV > WS-QT-PROVAS.
           PERFORM P700-ALUNOS-PROVAS THRU P700-ALUNOS-PROVAS-FIM.
           PERFORM P750-LISTAS-SALAS THRU P750-LISTAS-SALAS-FIM.
           PERFORM P780-CALENDARIO-ALUNOS
                   THRU P780-CALENDARIO-ALUNOS-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'PROVAS DATADAS NO PERIODO.....: ' WS-QT-PROVAS
           END-DISPLAY.
           DISPLAY 'AVALIACOES SEM DATA PREVISTA..: ' WS-QTD-SEM-DATA
           END-DISPLAY.
           DISPLAY 'PROVAS SEM SALA SUFICIENTE....: ' WS-QTD-SEM-SALA
           END-DISPLAY.
           DISPLAY 'ALUNOS ACIMA DO LIMITE DIARIO.: '
                   WS-QTD-ALUNOS-LIMITE
           END-DISPLAY.
       P200-PROCESSA-FIM.

      *CARGA DAS AVALIACOES DO PERIODO COM DATA PREVISTA. AS SEM DATA
      *SAO LISTADAS LOGO NO CABECALHO DO RELATORIO.
       P410-CARREGA-PROVA.
           READ PLANOAVA
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P410-CARREGA-PROVA-FIM
           END-READ.
           IF ANO-SEMESTRE-PLA NOT EQUAL WS-ANO-SEMESTRE THEN
               GO TO P410-CARREGA-PROVA-FIM
           END-IF.
           IF DT-PREVISTA-PLA EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-SEM-DATA
               STRING 'AVALIACAO SEM DATA PREVISTA, FORA DO CALENDARIO:'
                      ' MATERIA ' ID-MATERIA-PLA
                      ' AVALIACAO ' NR-AVALIACAO-PLA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               GO TO P410-CARREGA-PROVA-FIM
           END-IF.
           IF WS-QT-PROVAS IS GREATER THAN OR EQUAL TO 300 THEN
               DISPLAY 'TABELA DE PROVAS ESGOTADA (300). CALENDARIO '
                       'PARCIAL.'
               END-DISPLAY
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P410-CARREGA-PROVA-FIM
           END-IF.
           ADD 1 TO WS-QT-PROVAS.
           MOVE ID-MATERIA-PLA   TO WS-PV-ID-MATERIA   (WS-QT-PROVAS).
           MOVE NR-AVALIACAO-PLA TO WS-PV-NR-AVALIACAO (WS-QT-PROVAS).
           MOVE TP-AVALIACAO-PLA TO WS-PV-TP-AVALIACAO (WS-QT-PROVAS).
           MOVE DT-PREVISTA-PLA  TO WS-PV-DATA         (WS-QT-PROVAS).
           MOVE ZEROS            TO WS-PV-QT-ALUNOS    (WS-QT-PROVAS)
                                    WS-PV-QT-ALOCADOS  (WS-QT-PROVAS)
                                    WS-PV-SEQ-ASSENTO  (WS-QT-PROVAS).
           MOVE ID-MATERIA-PLA   TO ID-MATERIA OF REG-MATERIA.
           MOVE ANO-SEMESTRE-PLA TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   MOVE 'MATERIA NAO CADASTRADA'
                                 TO WS-PV-NM-MATERIA (WS-QT-PROVAS)
               NOT INVALID KEY
                   MOVE NM-MATERIA
                                 TO WS-PV-NM-MATERIA (WS-QT-PROVAS)
           END-READ.
       P410-CARREGA-PROVA-FIM.
           EXIT.

       P415-CARREGA-SALA.
           READ SALAS
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P415-CARREGA-SALA-FIM
           END-READ.
           IF NOT ST-SALA-ATIVA OR QT-CAPACIDADE EQUAL ZEROS THEN
               GO TO P415-CARREGA-SALA-FIM
           END-IF.
           IF WS-QT-SALAS IS GREATER THAN OR EQUAL TO 200 THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P415-CARREGA-SALA-FIM
           END-IF.
           ADD 1 TO WS-QT-SALAS.
           MOVE CD-SALA       TO WS-SL-CD-SALA     (WS-QT-SALAS).
           MOVE NM-PREDIO     TO WS-SL-NM-PREDIO   (WS-QT-SALAS).
           MOVE QT-CAPACIDADE TO WS-SL-CAPACIDADE  (WS-QT-SALAS).
           MOVE ZEROS         TO WS-SL-DATA-USO    (WS-QT-SALAS)
                                 WS-SL-SESSOES-USO (WS-QT-SALAS).
       P415-CARREGA-SALA-FIM.
           EXIT.

      *PRIMEIRA PASSADA NAS MATRICULAS: QUANTOS ALUNOS ATIVOS FAZEM
      *CADA PROVA, PARA O ENSALAMENTO.
       P500-CONTA-MATRICULA.
           READ MATRICULA
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P500-CONTA-MATRICULA-FIM
           END-READ.
           IF ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL WS-ANO-SEMESTRE
              OR NOT ST-MATRICULA-ATIVA THEN
               GO TO P500-CONTA-MATRICULA-FIM
           END-IF.
           ADD 1 TO WS-QTD-MATRICULAS.
           PERFORM P505-SOMA-PROVA THRU P505-SOMA-PROVA-FIM
                   VARYING WS-INDICE-PV FROM 1 BY 1
                   UNTIL WS-INDICE-PV > WS-QT-PROVAS.
       P500-CONTA-MATRICULA-FIM.
           EXIT.

       P505-SOMA-PROVA.
           IF WS-PV-ID-MATERIA (WS-INDICE-PV) EQUAL
              ID-MATERIA OF REG-MATRICULA THEN
               ADD 1 TO WS-PV-QT-ALUNOS (WS-INDICE-PV)
           END-IF.
       P505-SOMA-PROVA-FIM.

      *ORDENA AS PROVAS POR DATA (MESMA TECNICA DO NTOCUPRE). NA
      *MESMA DATA FICA A ORDEM DO PLANO (MATERIA, AVALIACAO).
       P510-ORDENA.
           SET WS-TROCA-OK TO TRUE.
           PERFORM P515-PASSADA THRU P515-PASSADA-FIM
                   UNTIL NOT WS-TROCA-OK.
       P510-ORDENA-FIM.

       P515-PASSADA.
           SET WS-TROCA-OK TO FALSE.
           PERFORM P520-COMPARA-PAR THRU P520-COMPARA-PAR-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE IS GREATER THAN OR EQUAL TO
                         WS-QT-PROVAS.
       P515-PASSADA-FIM.

       P520-COMPARA-PAR.
           COMPUTE WS-INDICE-2 = WS-INDICE + 1.
           IF WS-PV-DATA (WS-INDICE-2) IS LESS THAN
              WS-PV-DATA (WS-INDICE) THEN
               MOVE WS-PV (WS-INDICE)   TO WS-ENTRADA-TROCA
               MOVE WS-PV (WS-INDICE-2) TO WS-PV (WS-INDICE)
               MOVE WS-ENTRADA-TROCA    TO WS-PV (WS-INDICE-2)
               SET WS-TROCA-OK TO TRUE
           END-IF.
       P520-COMPARA-PAR-FIM.

      *ENSALAMENTO DE UMA PROVA: A MENOR SALA LIVRE NO DIA QUE
      *COMPORTE TODOS OS ALUNOS; SE NENHUMA COMPORTA, DIVIDE OS
      *ALUNOS PELAS SALAS LIVRES EM ORDEM DE CADASTRO.
       P600-ENSALA-PROVA.
           IF WS-INDICE-PV EQUAL 1 THEN
               MOVE SPACES TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               MOVE 'ENSALAMENTO DAS PROVAS' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               MOVE ALL '-' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           MOVE WS-PV-DATA (WS-INDICE-PV) TO WS-DATA-EDICAO.
           PERFORM P790-FORMATA-DATA THRU P790-FORMATA-DATA-FIM.
           STRING WS-DATA-FORMATADA
                  ' MATERIA ' WS-PV-ID-MATERIA (WS-INDICE-PV)
                  ' ' WS-PV-NM-MATERIA (WS-INDICE-PV)
                  ' AVALIACAO ' WS-PV-NR-AVALIACAO (WS-INDICE-PV)
                  ' ' WS-PV-TP-AVALIACAO (WS-INDICE-PV)
                  ' ALUNOS ' WS-PV-QT-ALUNOS (WS-INDICE-PV)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-PV-QT-ALUNOS (WS-INDICE-PV) EQUAL ZEROS THEN
               MOVE '   SEM ALUNOS ATIVOS; NENHUMA SALA RESERVADA.'
                                        TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               GO TO P600-ENSALA-PROVA-FIM
           END-IF.
           MOVE WS-PV-QT-ALUNOS (WS-INDICE-PV) TO WS-RESTANTE.
           MOVE ZEROS TO WS-MELHOR-SALA.
           PERFORM P610-PROCURA-SALA-UNICA
                   THRU P610-PROCURA-SALA-UNICA-FIM
                   VARYING WS-INDICE-SL FROM 1 BY 1
                   UNTIL WS-INDICE-SL > WS-QT-SALAS.
           IF WS-MELHOR-SALA IS GREATER THAN ZEROS THEN
               MOVE WS-MELHOR-SALA TO WS-INDICE-SL
               PERFORM P620-ALOCA-SALA THRU P620-ALOCA-SALA-FIM
           ELSE
               PERFORM P615-DIVIDE-SALAS THRU P615-DIVIDE-SALAS-FIM
                       VARYING WS-INDICE-SL FROM 1 BY 1
                       UNTIL WS-INDICE-SL > WS-QT-SALAS
                          OR WS-RESTANTE EQUAL ZEROS
           END-IF.
           IF WS-RESTANTE IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-QTD-SEM-SALA
               STRING '   ** SALAS INSUFICIENTES NO DIA: '
                      WS-RESTANTE ' ALUNO(S) SEM SALA **'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P600-ENSALA-PROVA-FIM.
           EXIT.

      *A SALA QUE RECEBEU PROVA EM OUTRO DIA ESTA LIVRE DE NOVO.
       P605-LIBERA-SALA-DIA.
           IF WS-SL-DATA-USO (WS-INDICE-SL) NOT EQUAL
              WS-PV-DATA (WS-INDICE-PV) THEN
               MOVE WS-PV-DATA (WS-INDICE-PV)
                                   TO WS-SL-DATA-USO (WS-INDICE-SL)
               MOVE ZEROS          TO WS-SL-SESSOES-USO (WS-INDICE-SL)
           END-IF.
       P605-LIBERA-SALA-DIA-FIM.

       P610-PROCURA-SALA-UNICA.
           PERFORM P605-LIBERA-SALA-DIA THRU P605-LIBERA-SALA-DIA-FIM.
           IF WS-SL-SESSOES-USO (WS-INDICE-SL) IS LESS THAN
              WS-MAX-SESSOES-SALA AND
              WS-SL-CAPACIDADE (WS-INDICE-SL) IS GREATER THAN OR
              EQUAL TO WS-RESTANTE THEN
               IF WS-MELHOR-SALA EQUAL ZEROS THEN
                   MOVE WS-INDICE-SL TO WS-MELHOR-SALA
               ELSE
                   IF WS-SL-CAPACIDADE (WS-INDICE-SL) IS LESS THAN
                      WS-SL-CAPACIDADE (WS-MELHOR-SALA) THEN
                       MOVE WS-INDICE-SL TO WS-MELHOR-SALA
                   END-IF
               END-IF
           END-IF.
       P610-PROCURA-SALA-UNICA-FIM.

       P615-DIVIDE-SALAS.
           IF WS-SL-SESSOES-USO (WS-INDICE-SL) IS LESS THAN
              WS-MAX-SESSOES-SALA THEN
               PERFORM P620-ALOCA-SALA THRU P620-ALOCA-SALA-FIM
           END-IF.
       P615-DIVIDE-SALAS-FIM.

      *RESERVA NA SALA WS-INDICE-SL A PROXIMA FAIXA DE ASSENTOS DA
      *PROVA, ATE A CAPACIDADE DA SALA.
       P620-ALOCA-SALA.
           IF WS-QT-ALOCACOES IS GREATER THAN OR EQUAL TO 1000 THEN
               GO TO P620-ALOCA-SALA-FIM
           END-IF.
           IF WS-SL-CAPACIDADE (WS-INDICE-SL) IS LESS THAN
              WS-RESTANTE THEN
               MOVE WS-SL-CAPACIDADE (WS-INDICE-SL) TO WS-PARCELA
           ELSE
               MOVE WS-RESTANTE TO WS-PARCELA
           END-IF.
           ADD 1 TO WS-QT-ALOCACOES.
           MOVE WS-INDICE-PV TO WS-AL-PROVA (WS-QT-ALOCACOES).
           MOVE WS-INDICE-SL TO WS-AL-SALA  (WS-QT-ALOCACOES).
           COMPUTE WS-AL-ASSENTO-DE (WS-QT-ALOCACOES) =
                   WS-PV-QT-ALOCADOS (WS-INDICE-PV) + 1.
           ADD WS-PARCELA TO WS-PV-QT-ALOCADOS (WS-INDICE-PV).
           MOVE WS-PV-QT-ALOCADOS (WS-INDICE-PV)
                             TO WS-AL-ASSENTO-ATE (WS-QT-ALOCACOES).
           SUBTRACT WS-PARCELA FROM WS-RESTANTE.
           ADD 1 TO WS-SL-SESSOES-USO (WS-INDICE-SL).
           STRING '   SALA ' WS-SL-CD-SALA (WS-INDICE-SL)
                  ' ' WS-SL-NM-PREDIO (WS-INDICE-SL)
                  ' LUGARES ' WS-SL-CAPACIDADE (WS-INDICE-SL)
                  ' ASSENTOS ' WS-AL-ASSENTO-DE (WS-QT-ALOCACOES)
                  ' A ' WS-AL-ASSENTO-ATE (WS-QT-ALOCACOES)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P620-ALOCA-SALA-FIM.
           EXIT.

      *SEGUNDA PASSADA NAS MATRICULAS, QUE VEM EM ORDEM DE ALUNO:
      *JUNTA AS PROVAS DE CADA ALUNO, DA A CADA UMA O ASSENTO E A
      *SALA, E CONFERE O LIMITE DE PROVAS NO MESMO DIA.
       P700-ALUNOS-PROVAS.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ALUNOS COM MAIS DE ' WS-MAX-PROVAS-DIA
                  ' PROVAS NO MESMO DIA'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           CLOSE MATRICULA.
           OPEN INPUT MATRICULA.
           MOVE ZEROS TO WS-ALUNO-ATUAL WS-QT-AG.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P705-LE-MATRICULA THRU P705-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           PERFORM P720-FECHA-ALUNO THRU P720-FECHA-ALUNO-FIM.
           IF WS-QTD-ALUNOS-LIMITE EQUAL ZEROS THEN
               MOVE 'NENHUM ALUNO ACIMA DO LIMITE.' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           IF WS-TABELA-CHEIA-OK THEN
               STRING 'TABELA DE PROVAS POR ALUNO ESGOTADA (5000); '
                      'LISTAS DE SALA E CALENDARIOS PARCIAIS.'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P700-ALUNOS-PROVAS-FIM.

       P705-LE-MATRICULA.
           READ MATRICULA
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P705-LE-MATRICULA-FIM
           END-READ.
           IF ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL WS-ANO-SEMESTRE
              OR NOT ST-MATRICULA-ATIVA THEN
               GO TO P705-LE-MATRICULA-FIM
           END-IF.
           IF ID-ALUNO OF REG-MATRICULA NOT EQUAL WS-ALUNO-ATUAL THEN
               PERFORM P720-FECHA-ALUNO THRU P720-FECHA-ALUNO-FIM
               MOVE ID-ALUNO OF REG-MATRICULA TO WS-ALUNO-ATUAL
           END-IF.
           PERFORM P710-INCLUI-PROVA THRU P710-INCLUI-PROVA-FIM
                   VARYING WS-INDICE-PV FROM 1 BY 1
                   UNTIL WS-INDICE-PV > WS-QT-PROVAS.
       P705-LE-MATRICULA-FIM.
           EXIT.

       P710-INCLUI-PROVA.
           IF WS-PV-ID-MATERIA (WS-INDICE-PV) NOT EQUAL
              ID-MATERIA OF REG-MATRICULA OR
              WS-QT-AG IS GREATER THAN OR EQUAL TO 60 THEN
               GO TO P710-INCLUI-PROVA-FIM
           END-IF.
           ADD 1 TO WS-QT-AG.
           ADD 1 TO WS-PV-SEQ-ASSENTO (WS-INDICE-PV).
           MOVE WS-INDICE-PV TO WS-AG-PROVA (WS-QT-AG).
           MOVE WS-PV-SEQ-ASSENTO (WS-INDICE-PV)
                             TO WS-AG-ASSENTO (WS-QT-AG).
           MOVE ZEROS        TO WS-AG-ALOCACAO (WS-QT-AG).
           PERFORM P715-ACHA-ALOCACAO THRU P715-ACHA-ALOCACAO-FIM
                   VARYING WS-INDICE-AL FROM 1 BY 1
                   UNTIL WS-INDICE-AL > WS-QT-ALOCACOES
                      OR WS-AG-ALOCACAO (WS-QT-AG) IS GREATER THAN
                         ZEROS.
       P710-INCLUI-PROVA-FIM.
           EXIT.

       P715-ACHA-ALOCACAO.
           IF WS-AL-PROVA (WS-INDICE-AL) EQUAL WS-INDICE-PV AND
              WS-AL-ASSENTO-DE (WS-INDICE-AL) IS LESS THAN OR EQUAL
              TO WS-AG-ASSENTO (WS-QT-AG) AND
              WS-AL-ASSENTO-ATE (WS-INDICE-AL) IS GREATER THAN OR
              EQUAL TO WS-AG-ASSENTO (WS-QT-AG) THEN
               MOVE WS-INDICE-AL TO WS-AG-ALOCACAO (WS-QT-AG)
           END-IF.
       P715-ACHA-ALOCACAO-FIM.

      *FECHA O ALUNO CORRENTE: ORDENA AS PROVAS DELE POR DATA (A
      *TABELA DE PROVAS JA ESTA EM ORDEM DE DATA, ENTAO BASTA O
      *INDICE), APONTA OS DIAS ACIMA DO LIMITE E PASSA AS PROVAS
      *PARA A TABELA GERAL.
       P720-FECHA-ALUNO.
           IF WS-QT-AG EQUAL ZEROS THEN
               GO TO P720-FECHA-ALUNO-FIM
           END-IF.
           SET WS-TROCA-OK TO TRUE.
           PERFORM P725-PASSADA-GRUPO THRU P725-PASSADA-GRUPO-FIM
                   UNTIL NOT WS-TROCA-OK.
           SET WS-ALUNO-NO-LIMITE-OK TO FALSE.
           PERFORM P735-CONFERE-DIA THRU P735-CONFERE-DIA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-AG.
           IF WS-ALUNO-NO-LIMITE-OK THEN
               ADD 1 TO WS-QTD-ALUNOS-LIMITE
           END-IF.
           PERFORM P740-GUARDA-PROVA THRU P740-GUARDA-PROVA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-AG.
           MOVE ZEROS TO WS-QT-AG.
       P720-FECHA-ALUNO-FIM.
           EXIT.

       P725-PASSADA-GRUPO.
           SET WS-TROCA-OK TO FALSE.
           PERFORM P730-COMPARA-GRUPO THRU P730-COMPARA-GRUPO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE IS GREATER THAN OR EQUAL TO
                         WS-QT-AG.
       P725-PASSADA-GRUPO-FIM.

       P730-COMPARA-GRUPO.
           COMPUTE WS-INDICE-2 = WS-INDICE + 1.
           IF WS-AG-PROVA (WS-INDICE-2) IS LESS THAN
              WS-AG-PROVA (WS-INDICE) THEN
               MOVE WS-AG (WS-INDICE)   TO WS-ENTRADA-TROCA-AG
               MOVE WS-AG (WS-INDICE-2) TO WS-AG (WS-INDICE)
               MOVE WS-ENTRADA-TROCA-AG TO WS-AG (WS-INDICE-2)
               SET WS-TROCA-OK TO TRUE
           END-IF.
       P730-COMPARA-GRUPO-FIM.

      *NO PRIMEIRO REGISTRO DE CADA DIA, CONTA AS PROVAS DO ALUNO NO
      *DIA (SAO CONSECUTIVAS, POIS O GRUPO ESTA EM ORDEM DE DATA).
       P735-CONFERE-DIA.
           IF WS-INDICE IS GREATER THAN 1 THEN
               COMPUTE WS-INDICE-2 = WS-INDICE - 1
               IF WS-PV-DATA (WS-AG-PROVA (WS-INDICE-2)) EQUAL
                  WS-PV-DATA (WS-AG-PROVA (WS-INDICE)) THEN
                   GO TO P735-CONFERE-DIA-FIM
               END-IF
           END-IF.
           MOVE ZEROS TO WS-QT-MESMO-DIA.
           PERFORM P737-CONTA-DIA THRU P737-CONTA-DIA-FIM
                   VARYING WS-INDICE-2 FROM WS-INDICE BY 1
                   UNTIL WS-INDICE-2 > WS-QT-AG.
           IF WS-QT-MESMO-DIA IS GREATER THAN WS-MAX-PROVAS-DIA THEN
               SET WS-ALUNO-NO-LIMITE-OK TO TRUE
               ADD 1 TO WS-QTD-DIAS-LIMITE
               MOVE WS-PV-DATA (WS-AG-PROVA (WS-INDICE))
                                        TO WS-DATA-EDICAO
               PERFORM P790-FORMATA-DATA THRU P790-FORMATA-DATA-FIM
               PERFORM P795-LE-ALUNO THRU P795-LE-ALUNO-FIM
               STRING 'ALUNO ' WS-ALUNO-ATUAL ' ' NM-ALUNO
                      ' - ' WS-QT-MESMO-DIA ' PROVAS EM '
                      WS-DATA-FORMATADA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P735-CONFERE-DIA-FIM.
           EXIT.

       P737-CONTA-DIA.
           IF WS-PV-DATA (WS-AG-PROVA (WS-INDICE-2)) EQUAL
              WS-PV-DATA (WS-AG-PROVA (WS-INDICE)) THEN
               ADD 1 TO WS-QT-MESMO-DIA
           END-IF.
       P737-CONTA-DIA-FIM.

       P740-GUARDA-PROVA.
           IF WS-QT-AP IS GREATER THAN OR EQUAL TO 5000 THEN
               SET WS-TABELA-CHEIA-OK TO TRUE
               GO TO P740-GUARDA-PROVA-FIM
           END-IF.
           ADD 1 TO WS-QT-AP.
           MOVE WS-ALUNO-ATUAL           TO WS-AP-ID-ALUNO (WS-QT-AP).
           MOVE WS-AG-PROVA (WS-INDICE)  TO WS-AP-PROVA    (WS-QT-AP).
           MOVE WS-AG-ALOCACAO (WS-INDICE)
                                         TO WS-AP-ALOCACAO (WS-QT-AP).
           MOVE WS-AG-ASSENTO (WS-INDICE)
                                         TO WS-AP-ASSENTO  (WS-QT-AP).
       P740-GUARDA-PROVA-FIM.
           EXIT.

      *LISTA DE CADA SALA: UMA POR ALOCACAO, COM OS ALUNOS DA FAIXA
      *DE ASSENTOS.
       P750-LISTAS-SALAS.
           PERFORM P755-LISTA-ALOCACAO THRU P755-LISTA-ALOCACAO-FIM
                   VARYING WS-INDICE-AL FROM 1 BY 1
                   UNTIL WS-INDICE-AL > WS-QT-ALOCACOES.
       P750-LISTAS-SALAS-FIM.

       P755-LISTA-ALOCACAO.
           MOVE WS-AL-PROVA (WS-INDICE-AL) TO WS-INDICE-PV.
           MOVE WS-AL-SALA  (WS-INDICE-AL) TO WS-INDICE-SL.
           MOVE WS-PV-DATA (WS-INDICE-PV)  TO WS-DATA-EDICAO.
           PERFORM P790-FORMATA-DATA THRU P790-FORMATA-DATA-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'LISTA DA SALA ' WS-SL-CD-SALA (WS-INDICE-SL)
                  ' ' WS-SL-NM-PREDIO (WS-INDICE-SL)
                  ' - ' WS-DATA-FORMATADA
                  ' - MATERIA ' WS-PV-ID-MATERIA (WS-INDICE-PV)
                  ' ' WS-PV-NM-MATERIA (WS-INDICE-PV)
                  ' AVALIACAO ' WS-PV-NR-AVALIACAO (WS-INDICE-PV)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P760-LISTA-ALUNO THRU P760-LISTA-ALUNO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-AP.
       P755-LISTA-ALOCACAO-FIM.

       P760-LISTA-ALUNO.
           IF WS-AP-ALOCACAO (WS-INDICE) NOT EQUAL WS-INDICE-AL THEN
               GO TO P760-LISTA-ALUNO-FIM
           END-IF.
           MOVE WS-AP-ID-ALUNO (WS-INDICE) TO WS-ALUNO-LISTADO.
           MOVE WS-ALUNO-LISTADO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE 'ALUNO NAO CADASTRADO' TO NM-ALUNO
           END-READ.
           STRING '   ASSENTO ' WS-AP-ASSENTO (WS-INDICE)
                  ' ALUNO ' WS-ALUNO-LISTADO ' ' NM-ALUNO
                  ' ASSINATURA: ______________________________'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P760-LISTA-ALUNO-FIM.
           EXIT.

      *CALENDARIO DE PROVAS DE CADA ALUNO, COM DATA, SALA E ASSENTO.
       P780-CALENDARIO-ALUNOS.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'CALENDARIO DE PROVAS POR ALUNO' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ZEROS TO WS-ALUNO-ATUAL.
           PERFORM P785-CALENDARIO-LINHA
                   THRU P785-CALENDARIO-LINHA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-AP.
       P780-CALENDARIO-ALUNOS-FIM.

       P785-CALENDARIO-LINHA.
           IF WS-AP-ID-ALUNO (WS-INDICE) NOT EQUAL WS-ALUNO-ATUAL THEN
               MOVE WS-AP-ID-ALUNO (WS-INDICE) TO WS-ALUNO-ATUAL
               PERFORM P795-LE-ALUNO THRU P795-LE-ALUNO-FIM
               STRING 'ALUNO ' WS-ALUNO-ATUAL ' ' NM-ALUNO
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           MOVE WS-AP-PROVA (WS-INDICE) TO WS-INDICE-PV.
           MOVE WS-PV-DATA (WS-INDICE-PV) TO WS-DATA-EDICAO.
           PERFORM P790-FORMATA-DATA THRU P790-FORMATA-DATA-FIM.
           IF WS-AP-ALOCACAO (WS-INDICE) EQUAL ZEROS THEN
               STRING '   ' WS-DATA-FORMATADA
                      ' MATERIA ' WS-PV-ID-MATERIA (WS-INDICE-PV)
                      ' ' WS-PV-NM-MATERIA (WS-INDICE-PV)
                      ' AVALIACAO ' WS-PV-NR-AVALIACAO (WS-INDICE-PV)
                      ' SALA A DEFINIR'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           ELSE
               MOVE WS-AL-SALA (WS-AP-ALOCACAO (WS-INDICE))
                                        TO WS-INDICE-SL
               STRING '   ' WS-DATA-FORMATADA
                      ' MATERIA ' WS-PV-ID-MATERIA (WS-INDICE-PV)
                      ' ' WS-PV-NM-MATERIA (WS-INDICE-PV)
                      ' AVALIACAO ' WS-PV-NR-AVALIACAO (WS-INDICE-PV)
                      ' SALA ' WS-SL-CD-SALA (WS-INDICE-SL)
                      ' ' WS-SL-NM-PREDIO (WS-INDICE-SL)
                      ' ASSENTO ' WS-AP-ASSENTO (WS-INDICE)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P785-CALENDARIO-LINHA-FIM.

       P790-FORMATA-DATA.
           MOVE WS-DATA-EDICAO (1:4) TO WS-DF-ANO.
           MOVE WS-DATA-EDICAO (5:2) TO WS-DF-MES.
           MOVE WS-DATA-EDICAO (7:2) TO WS-DF-DIA.
       P790-FORMATA-DATA-FIM.

       P795-LE-ALUNO.
           MOVE WS-ALUNO-ATUAL TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE 'ALUNO NAO CADASTRADO' TO NM-ALUNO
           END-READ.
       P795-LE-ALUNO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTPROVAS'      TO WS-SP-RELATORIO.
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
           STRING 'CALENDARIO DE PROVAS E ENSALAMENTO - PERIODO '
                  WS-AS-ANO '/' WS-AS-SEMESTRE
                  ' - LIMITE ' WS-MAX-PROVAS-DIA ' PROVAS/DIA POR ALUNO'
                  ', ' WS-MAX-SESSOES-SALA ' PROVA(S)/DIA POR SALA'
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
           CLOSE PLANOAVA.
           CLOSE MATERIAS.
           CLOSE MATRICULA.
           CLOSE SALAS.
           CLOSE ALUNOS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS PLANOAVA..: ' WS-FS-P
           END-DISPLAY.
           DISPLAY 'FILE STATUS MATERIAS..: ' WS-FS-M
           END-DISPLAY.
           DISPLAY 'FILE STATUS MATRICULA.: ' WS-FS-R
           END-DISPLAY.
           DISPLAY 'FILE STATUS SALAS.....: ' WS-FS-S
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
      *RETURN-CODE 4 (AVISO) QUANDO HA ALUNO ACIMA DO LIMITE OU PROVA
      *SEM SALA, COMO NA AUDITORIA DE HORARIOS (NTHORAUD).
           IF RETURN-CODE EQUAL ZEROS AND
              (WS-QTD-ALUNOS-LIMITE IS GREATER THAN ZEROS OR
               WS-QTD-SEM-SALA IS GREATER THAN ZEROS) THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTPROVAS.
