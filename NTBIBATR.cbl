      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   RELATORIO DE EMPRESTIMOS EM ATRASO DA BIBLIOTECA -
      *            LISTA OS EMPRESTIMOS ABERTOS DE EMPRESTIMO.DAT COM
      *            DATA PREVISTA DE DEVOLUCAO ANTERIOR A HOJE: LEITOR
      *            (ALUNO OU PROFESSOR, COM O NOME DO CADASTRO),
      *            TITULO E EXEMPLAR (ACERVO.DAT), DATA PREVISTA, DIAS
      *            DE ATRASO E, PARA ALUNO, A MULTA QUE SERIA LANCADA
      *            SE A DEVOLUCAO FOSSE HOJE (PARAMETRO
      *            BIB-MULTA-DIA-CENT, PADRAO 100 CENTAVOS POR DIA).
      *            SAI NO SPOOL (PGSPOOL), CATALOGADO PARA REIMPRESSAO
      *            PELO NTSPLREP, E REGISTRA A EXECUCAO NO LOG DE JOBS
      *            (PGJOBLOG).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTBIBATR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS NR-EMPRESTIMO
           ALTERNATE RECORD KEY IS CH-LEITOR-EMP
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CH-EXEMPLAR-EMP
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-EMP.

           SELECT ACERVO
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-ACERVO
           FILE  STATUS IS WS-FS-ACV.

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

           SELECT PROFESSOR
           ASSIGN TO WS-CFG-CAMINHO-04
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
       FD  EMPRESTIMO.
           COPY CFPK0049.

       FD  ACERVO.
           COPY CFPK0048.

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

       77  WS-NM-LEITOR                PIC X(30) VALUE SPACES.
       77  WS-NM-TITULO                PIC X(40) VALUE SPACES.
       77  WS-QT-DIAS-ATRASO           PIC 9(04) VALUE ZEROS.
       77  WS-VL-MULTA                 PIC 9(05)V99 VALUE ZEROS.

      *MULTA POR DIA DE ATRASO, EM CENTAVOS (PGPARLER).
       77  WS-MULTA-DIA-CENT           PIC 9(06) VALUE ZEROS.

       77  WS-QTD-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ATRASO-ALUNO         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ATRASO-PROF          PIC 9(05) VALUE ZEROS.
       77  WS-VL-TOTAL-MULTA           PIC 9(07)V99 VALUE ZEROS.

       77  WS-MSK-MULTA                PIC ZZ.ZZ9,99.
       77  WS-MSK-TOTAL                PIC Z.ZZZ.ZZ9,99.

       77  WS-EOF-EMP                  PIC X.
           88 WS-EOF-EMP-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-EMP                   PIC 99.
           88 WS-FS-EMP-OK             VALUE 0.
       77  WS-FS-ACV                   PIC 99.
           88 WS-FS-ACV-OK             VALUE 0.
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
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTBIBATR'.
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
           INITIALIZE WS-FS-EMP WS-FS-ACV WS-FS-A WS-FS-P WS-FS-SPL
                      WS-NM-LEITOR WS-NM-TITULO WS-QT-DIAS-ATRASO
                      WS-VL-MULTA WS-QTD-LIDOS WS-QTD-ATRASO-ALUNO
                      WS-QTD-ATRASO-PROF WS-VL-TOTAL-MULTA
                      WS-LINHAS-SPOOL WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-EMP-OK           TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE WS-COM-OPERADOR TO WS-JL-OPERADOR.
           MOVE 'BIB-MULTA-DIA-CENT' TO WS-PL-NOME.
           MOVE 100                  TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR          TO WS-MULTA-DIA-CENT.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS EMPRESTIMOS, DO ACERVO E DOS CADASTROS
      *DE LEITORES A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\EMPRESTIMO.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ACERVO.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PROFESSOR.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *SEM ACERVO OU CADASTROS, O TITULO E O NOME SAEM EM BRANCO.
       P400-ABRE-ARQ.
           OPEN INPUT EMPRESTIMO.
           IF NOT WS-FS-EMP-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ACERVO.
           OPEN INPUT ALUNOS.
           OPEN INPUT PROFESSOR.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P300-ABRE-SPOOL   THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P410-LE-EMPRESTIMO THRU P410-LE-EMPRESTIMO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EMP-OK.
           PERFORM P600-GRAVA-RESUMO THRU P600-GRAVA-RESUMO-FIM.
           PERFORM P310-FECHA-SPOOL  THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'EMPRESTIMOS LIDOS.............: ' WS-QTD-LIDOS
           END-DISPLAY.
           DISPLAY 'EM ATRASO - ALUNOS............: '
                   WS-QTD-ATRASO-ALUNO
           END-DISPLAY.
           DISPLAY 'EM ATRASO - PROFESSORES.......: '
                   WS-QTD-ATRASO-PROF
           END-DISPLAY.
       P200-PROCESSA-FIM.

       P410-LE-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   SET WS-EOF-EMP-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF ST-EMPRESTIMO-ABERTO AND
                      DT-PREVISTA IS LESS THAN WS-DH-DATA THEN
                       PERFORM P500-LISTA-ATRASO
                               THRU P500-LISTA-ATRASO-FIM
                   END-IF
           END-READ.
       P410-LE-EMPRESTIMO-FIM.

       P500-LISTA-ATRASO.
           COMPUTE WS-QT-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
             - FUNCTION INTEGER-OF-DATE (DT-PREVISTA).
           MOVE ZEROS  TO WS-VL-MULTA.
           MOVE SPACES TO WS-NM-LEITOR.
           IF TP-LEITOR-EMP-ALUNO THEN
               ADD 1 TO WS-QTD-ATRASO-ALUNO
               COMPUTE WS-VL-MULTA ROUNDED =
                   WS-QT-DIAS-ATRASO * WS-MULTA-DIA-CENT / 100
               ADD WS-VL-MULTA TO WS-VL-TOTAL-MULTA
               IF WS-FS-A-OK THEN
                   MOVE ID-LEITOR-EMP TO ID-ALUNO OF REG-ALUNO
                   READ ALUNOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NM-ALUNO OF REG-ALUNO TO WS-NM-LEITOR
                   END-READ
               END-IF
           ELSE
               ADD 1 TO WS-QTD-ATRASO-PROF
               IF WS-FS-P-OK AND ID-LEITOR-EMP < 1000 THEN
                   MOVE ID-LEITOR-EMP TO ID-PROFESSOR
                   READ PROFESSOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NM-PROFESSOR TO WS-NM-LEITOR
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO WS-NM-TITULO.
           IF WS-FS-ACV-OK THEN
               MOVE ID-TITULO-EMP   TO ID-TITULO
               MOVE NR-EXEMPLAR-EMP TO NR-EXEMPLAR
               READ ACERVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-TITULO TO WS-NM-TITULO
               END-READ
           END-IF.
           MOVE WS-VL-MULTA TO WS-MSK-MULTA.
           STRING NR-EMPRESTIMO ' ' TP-LEITOR-EMP '-' ID-LEITOR-EMP
                  ' ' WS-NM-LEITOR ' ' ID-TITULO-EMP '/'
                  NR-EXEMPLAR-EMP ' ' WS-NM-TITULO ' '
                  DT-PREVISTA (7:2) '/' DT-PREVISTA (5:2) '/'
                  DT-PREVISTA (1:4) ' ' WS-QT-DIAS-ATRASO ' '
                  WS-MSK-MULTA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           ADD 1 TO WS-JL-QTD-GRAVADOS.
       P500-LISTA-ATRASO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTBIBATR'      TO WS-SP-RELATORIO.
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
           STRING 'BIBLIOTECA - EMPRESTIMOS EM ATRASO EM ' WS-DH-DIA
                  '/' WS-DH-MES '/' WS-DH-ANO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'EMPREST LEITOR  NOME'    TO WS-LINHA-REL.
           MOVE 'TIT/EX   TITULO'         TO WS-LINHA-REL (47:).
           MOVE 'PREVISTA   DIAS'         TO WS-LINHA-REL (97:).
           MOVE 'MULTA'                   TO WS-LINHA-REL (117:).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

       P600-GRAVA-RESUMO.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ALUNOS EM ATRASO: ' WS-QTD-ATRASO-ALUNO
                  '   PROFESSORES EM ATRASO: ' WS-QTD-ATRASO-PROF
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-VL-TOTAL-MULTA TO WS-MSK-TOTAL.
           STRING 'MULTA DOS ALUNOS SE DEVOLVIDO HOJE: ' WS-MSK-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-GRAVA-RESUMO-FIM.

       P420-FECHA-ARQ.
           CLOSE EMPRESTIMO.
           CLOSE ACERVO.
           CLOSE ALUNOS.
           CLOSE PROFESSOR.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS EMPRESTIMO...: ' WS-FS-EMP
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

       END PROGRAM NTBIBATR.
