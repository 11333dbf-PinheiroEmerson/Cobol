      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      13/03/2023.
      * Purpose:   RELATORIO DE TERMOS DE ESTAGIO A VENCER - LISTA OS
      *            TERMOS VIGENTES DE ESTAGIO.DAT (CFPK0051) CUJO FIM
      *            DE VIGENCIA CAI NOS PROXIMOS EST-DIAS-VENCER DIAS
      *            (PARAMETRO, PADRAO 30), PARA PRORROGACAO OU
      *            ENCERRAMENTO A TEMPO, E TAMBEM OS QUE JA PASSARAM DO
      *            FIM SEM TER SIDO ENCERRADOS NO NTESTMAN. CADA LINHA
      *            TRAZ O ALUNO, A EMPRESA, O FIM DA VIGENCIA, OS DIAS
      *            QUE FALTAM E O PROFESSOR ORIENTADOR. SAI NO SPOOL
      *            (PGSPOOL), CATALOGADO PARA REIMPRESSAO PELO
      *            NTSPLREP, E REGISTRA A EXECUCAO NO LOG DE JOBS
      *            (PGJOBLOG).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTESTVEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAGIO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-ESTAGIO
           FILE  STATUS IS WS-FS-EST.

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

           SELECT PROFESSOR
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-PROFESSOR
           FILE  STATUS IS WS-FS-P.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTAGIO.
           COPY CFPK0051.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  PROFESSOR.
           COPY CFPK0010.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 FILLER                   PIC X(13).

      *DATA LIMITE DA JANELA: HOJE MAIS EST-DIAS-VENCER DIAS.
       77  WS-DT-LIMITE                PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-VENCER              PIC 9(03) VALUE ZEROS.
       77  WS-QT-DIAS-FALTAM           PIC S9(05) VALUE ZEROS.
       77  WS-MSK-DIAS                 PIC -ZZZ9.
       77  WS-MARCA-VENCIDO            PIC X(08) VALUE SPACES.

       77  WS-NM-ALUNO                 PIC X(30) VALUE SPACES.
       77  WS-NM-ORIENTADOR            PIC X(30) VALUE SPACES.

       77  WS-QTD-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-A-VENCER             PIC 9(05) VALUE ZEROS.
       77  WS-QTD-VENCIDOS             PIC 9(05) VALUE ZEROS.

       77  WS-EOF-EST                  PIC X.
           88 WS-EOF-EST-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-EST                   PIC 99.
           88 WS-FS-EST-OK             VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES DEVOLVIDOS NO FIM.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTESTVEN'.
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
           MOVE FUNCTION CURRENT-DATE TO WS-DH-INICIO-JOB.
           MOVE WS-DH-INICIO-14 TO WS-JL-DH-INICIO.
           INITIALIZE WS-FS-EST WS-FS-A WS-FS-P WS-FS-SPL
                      WS-DT-LIMITE WS-QT-DIAS-FALTAM WS-MARCA-VENCIDO
                      WS-NM-ALUNO WS-NM-ORIENTADOR WS-QTD-LIDOS
                      WS-QTD-A-VENCER WS-QTD-VENCIDOS
                      WS-LINHAS-SPOOL WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-EST-OK           TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE WS-COM-OPERADOR TO WS-JL-OPERADOR.
           MOVE 'EST-DIAS-VENCER'    TO WS-PL-NOME.
           MOVE 30                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR          TO WS-DIAS-VENCER.
           COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                    + WS-DIAS-VENCER).
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS TERMOS DE ESTAGIO E DOS CADASTROS DE
      *ALUNOS E PROFESSORES A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ESTAGIO.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PROFESSOR.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *SEM OS CADASTROS, OS NOMES SAEM EM BRANCO.
       P400-ABRE-ARQ.
           OPEN INPUT ESTAGIO.
           IF NOT WS-FS-EST-OK THEN
               DISPLAY 'ARQUIVO DE ESTAGIOS NAO ENCONTRADO. CADASTRE '
                       'OS TERMOS NO NTESTMAN ANTES DO RELATORIO.'
               END-DISPLAY
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           OPEN INPUT PROFESSOR.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P300-ABRE-SPOOL   THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P410-LE-ESTAGIO   THRU P410-LE-ESTAGIO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EST-OK.
           PERFORM P600-GRAVA-RESUMO THRU P600-GRAVA-RESUMO-FIM.
           PERFORM P310-FECHA-SPOOL  THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'TERMOS LIDOS..................: ' WS-QTD-LIDOS
           END-DISPLAY.
           DISPLAY 'A VENCER EM ' WS-DIAS-VENCER ' DIAS..........: '
                   WS-QTD-A-VENCER
           END-DISPLAY.
           DISPLAY 'VENCIDOS SEM ENCERRAMENTO.....: '
                   WS-QTD-VENCIDOS
           END-DISPLAY.
       P200-PROCESSA-FIM.

       P410-LE-ESTAGIO.
           READ ESTAGIO NEXT RECORD
               AT END
                   SET WS-EOF-EST-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF ST-ESTAGIO-VIGENTE AND
                      DT-FIM-EST IS NOT GREATER THAN WS-DT-LIMITE THEN
                       PERFORM P500-LISTA-TERMO
                               THRU P500-LISTA-TERMO-FIM
                   END-IF
           END-READ.
       P410-LE-ESTAGIO-FIM.

       P500-LISTA-TERMO.
           COMPUTE WS-QT-DIAS-FALTAM =
               FUNCTION INTEGER-OF-DATE (DT-FIM-EST)
             - FUNCTION INTEGER-OF-DATE (WS-DH-DATA).
           IF WS-QT-DIAS-FALTAM IS LESS THAN ZEROS THEN
               ADD 1 TO WS-QTD-VENCIDOS
               MOVE 'VENCIDO' TO WS-MARCA-VENCIDO
           ELSE
               ADD 1 TO WS-QTD-A-VENCER
               MOVE SPACES    TO WS-MARCA-VENCIDO
           END-IF.
           MOVE SPACES TO WS-NM-ALUNO.
           IF WS-FS-A-OK THEN
               MOVE ID-ALUNO-EST TO ID-ALUNO OF REG-ALUNO
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO OF REG-ALUNO TO WS-NM-ALUNO
               END-READ
           END-IF.
           MOVE SPACES TO WS-NM-ORIENTADOR.
           IF WS-FS-P-OK THEN
               MOVE ID-PROFESSOR-EST TO ID-PROFESSOR
               READ PROFESSOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-PROFESSOR TO WS-NM-ORIENTADOR
               END-READ
           END-IF.
           MOVE WS-QT-DIAS-FALTAM TO WS-MSK-DIAS.
           STRING ID-ALUNO-EST '/' NR-ESTAGIO ' ' WS-NM-ALUNO ' '
                  NM-EMPRESA-EST (1:30) ' '
                  DT-FIM-EST (7:2) '/' DT-FIM-EST (5:2) '/'
                  DT-FIM-EST (1:4) ' ' WS-MSK-DIAS ' '
                  WS-NM-ORIENTADOR (1:25) ' ' WS-MARCA-VENCIDO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           ADD 1 TO WS-JL-QTD-GRAVADOS.
       P500-LISTA-TERMO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTESTVEN'      TO WS-SP-RELATORIO.
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
           STRING 'ESTAGIO - TERMOS A VENCER ATE ' WS-DT-LIMITE (7:2)
                  '/' WS-DT-LIMITE (5:2) '/' WS-DT-LIMITE (1:4)
                  ' - EMITIDO EM ' WS-DH-DIA '/' WS-DH-MES '/'
                  WS-DH-ANO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'ALUNO/TR NOME'           TO WS-LINHA-REL.
           MOVE 'EMPRESA'                 TO WS-LINHA-REL (41:).
           MOVE 'FIM VIG.    DIAS'        TO WS-LINHA-REL (72:).
           MOVE 'ORIENTADOR'              TO WS-LINHA-REL (89:).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

       P600-GRAVA-RESUMO.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'TERMOS A VENCER: ' WS-QTD-A-VENCER
                  '   VENCIDOS SEM ENCERRAMENTO: ' WS-QTD-VENCIDOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-GRAVA-RESUMO-FIM.

       P420-FECHA-ARQ.
           CLOSE ESTAGIO.
           CLOSE ALUNOS.
           CLOSE PROFESSOR.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ESTAGIO......: ' WS-FS-EST
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-QTD-LIDOS TO WS-JL-QTD-LIDOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTESTVEN.
