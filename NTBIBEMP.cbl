      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   EMPRESTIMO DE LIVRO DA BIBLIOTECA A UM ALUNO
      *            (ALUNOS.DAT, SO ALUNO ATIVO) OU PROFESSOR
      *            (PROFESSOR.DAT). RECUSA LEITOR COM EMPRESTIMO
      *            VENCIDO OU QUE JA ATINGIU O LIMITE DE EMPRESTIMOS
      *            ABERTOS (PARAMETRO BIB-MAX-EMPRESTIMOS, PADRAO 3).
      *            O EXEMPLAR PRECISA ESTAR DISPONIVEL OU SEPARADO
      *            PARA A RESERVA DO PROPRIO LEITOR; RESERVA DE OUTRO
      *            LEITOR COM PRAZO DE RETIRADA VENCIDO EXPIRA NA HORA
      *            E O EXEMPLAR PASSA AO PROXIMO DA FILA (PGBIBRES).
      *            PRAZO DE DEVOLUCAO DE BIB-PRAZO-ALUNO (PADRAO 14)
      *            OU BIB-PRAZO-PROF (PADRAO 30) DIAS. O EMPRESTIMO E
      *            NUMERADO PELO CONTADOR EMPSEQ.CTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTBIBEMP.

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

           SELECT ACERVO
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-ACERVO
           FILE  STATUS IS WS-FS-ACV.

           SELECT EMPRESTIMO
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS NR-EMPRESTIMO
           ALTERNATE RECORD KEY IS CH-LEITOR-EMP
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CH-EXEMPLAR-EMP
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-EMP.

           SELECT SEQUENCIA
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SEQ.

           SELECT RESERVA
           ASSIGN TO WS-CAMINHO-RESERVA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-RESERVA
           FILE  STATUS IS WS-FS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  PROFESSOR.
           COPY CFPK0010.

       FD  ACERVO.
           COPY CFPK0048.

       FD  EMPRESTIMO.
           COPY CFPK0049.

       FD  SEQUENCIA.
       01  REG-SEQUENCIA               PIC 9(06).

       FD  RESERVA.
           COPY CFPK0050.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHO ALEM DOS CINCO SLOTS DE CFCFG001, JA TODOS OCUPADOS.
       01  WS-CAMINHO-RESERVA          PIC X(80) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-TP-LEITOR                PIC X(01) VALUE SPACES.
           88 WS-TP-LEITOR-ALUNO       VALUE 'A'.
           88 WS-TP-LEITOR-PROFESSOR   VALUE 'P'.
       77  WS-ID-LEITOR                PIC 9(05) VALUE ZEROS.
       77  WS-NM-LEITOR                PIC X(30) VALUE SPACES.
       77  WS-ID-TITULO                PIC 9(05) VALUE ZEROS.
       77  WS-NR-EXEMPLAR              PIC 9(02) VALUE ZEROS.

       77  WS-QT-ABERTOS               PIC 9(03) VALUE ZEROS.
       77  WS-QT-ATRASADOS             PIC 9(03) VALUE ZEROS.
       77  WS-NR-EMPRESTIMO            PIC 9(06) VALUE ZEROS.
       77  WS-DT-PREVISTA              PIC 9(08) VALUE ZEROS.

      *PARAMETROS DO EMPRESTIMO (PGPARLER).
       77  WS-PRAZO-ALUNO              PIC 9(03) VALUE ZEROS.
       77  WS-PRAZO-PROF               PIC 9(03) VALUE ZEROS.
       77  WS-MAX-EMPRESTIMOS          PIC 9(03) VALUE ZEROS.
       77  WS-PRAZO-DIAS               PIC 9(03) VALUE ZEROS.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *AREA DO ATENDIMENTO DA FILA DE RESERVAS (PGBIBRES).
       01  WS-PARM-BIBRES.
           03 WS-BR-ID-TITULO          PIC 9(05).
           03 WS-BR-NR-EXEMPLAR        PIC 9(02).
           03 WS-BR-SEPARADO           PIC X(01).
               88 WS-BR-SEPARADO-SIM   VALUE 'S' FALSE 'N'.
           03 WS-BR-TP-LEITOR          PIC X(01).
           03 WS-BR-ID-LEITOR          PIC 9(05).
           03 WS-BR-DT-LIMITE          PIC 9(08).

       77  WS-LIBERADO                 PIC X.
           88 WS-LIBERADO-OK           VALUE 'S' FALSE 'N'.
       77  WS-RES-EXPIRADA             PIC X.
           88 WS-RES-EXPIRADA-OK       VALUE 'S' FALSE 'N'.

       77  WS-EXIT                     PIC X.
           88 WS-EXIT-OK               VALUE 'S' FALSE 'N'.

       77  WS-EOF-EMP                  PIC X.
           88 WS-EOF-EMP-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-RES                  PIC X.
           88 WS-EOF-RES-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-ACV                   PIC 99.
           88 WS-FS-ACV-OK             VALUE 0.
       77  WS-FS-EMP                   PIC 99.
           88 WS-FS-EMP-OK             VALUE 0.
       77  WS-FS-SEQ                   PIC 99.
           88 WS-FS-SEQ-OK             VALUE 0.
       77  WS-FS-RES                   PIC 99.
           88 WS-FS-RES-OK             VALUE 0.

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
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-A WS-FS-P WS-FS-ACV WS-FS-EMP WS-FS-SEQ
                      WS-FS-RES WS-TP-LEITOR WS-ID-LEITOR
                      WS-NM-LEITOR WS-ID-TITULO WS-NR-EXEMPLAR
                      WS-QT-ABERTOS WS-QT-ATRASADOS WS-NR-EMPRESTIMO
                      WS-DT-PREVISTA WS-PRAZO-DIAS WS-PARM-BIBRES
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EXIT-OK              TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE 'BIB-PRAZO-ALUNO'     TO WS-PL-NOME.
           MOVE 14                    TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR           TO WS-PRAZO-ALUNO.
           MOVE 'BIB-PRAZO-PROF'      TO WS-PL-NOME.
           MOVE 30                    TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR           TO WS-PRAZO-PROF.
           MOVE 'BIB-MAX-EMPRESTIMOS' TO WS-PL-NOME.
           MOVE 3                     TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR           TO WS-MAX-EMPRESTIMOS.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS MESTRES, DO ACERVO, DOS EMPRESTIMOS,
      *DO CONTADOR DE EMPRESTIMOS E DAS RESERVAS.
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
                  '\Modulo3\DesafioM3\ACERVO.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\EMPRESTIMO.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\EMPSEQ.CTL'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\RESERVA.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-RESERVA
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *AS RESERVAS SO SAO ABERTAS NA CONFERENCIA DE CADA EMPRESTIMO,
      *PORQUE A ROTINA PGBIBRES ABRE O MESMO ARQUIVO.
       P400-ABRE-ARQ.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT PROFESSOR.
           OPEN I-O ACERVO.
           IF NOT WS-FS-ACV-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O EMPRESTIMO.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-EMP-OK THEN
               OPEN OUTPUT EMPRESTIMO
               CLOSE EMPRESTIMO
               OPEN I-O EMPRESTIMO
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P210-EMPRESTA   THRU P210-EMPRESTA-FIM.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> PARA OUTRO EMPRESTIMO, OU'
                   ' <S> PARA SAIR'
           END-DISPLAY.
           ACCEPT WS-EXIT
           END-ACCEPT.
       P200-PROCESSA-FIM.

       P210-EMPRESTA.
           DISPLAY 'EMPRESTIMO DE LIVRO. INFORME:'
           END-DISPLAY.
           DISPLAY 'TIPO DO LEITOR (A=ALUNO P=PROFESSOR)...: '
           END-DISPLAY.
           ACCEPT WS-TP-LEITOR
           END-ACCEPT.
           DISPLAY 'O CODIGO DO LEITOR.....................: '
           END-DISPLAY.
           ACCEPT WS-ID-LEITOR
           END-ACCEPT.
           PERFORM P300-IDENTIFICA-LEITOR
                   THRU P300-IDENTIFICA-LEITOR-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P210-EMPRESTA-FIM
           END-IF.
           PERFORM P310-CONTA-EMPRESTIMOS
                   THRU P310-CONTA-EMPRESTIMOS-FIM.
           IF WS-QT-ATRASADOS IS GREATER THAN ZEROS THEN
               DISPLAY 'LEITOR COM ' WS-QT-ATRASADOS
                       ' EMPRESTIMO(S) VENCIDO(S). EMPRESTIMO RECUSADO.'
               END-DISPLAY
               GO TO P210-EMPRESTA-FIM
           END-IF.
           IF WS-QT-ABERTOS IS NOT LESS THAN WS-MAX-EMPRESTIMOS THEN
               DISPLAY 'LEITOR JA TEM ' WS-QT-ABERTOS
                       ' EMPRESTIMO(S) ABERTO(S). EMPRESTIMO RECUSADO.'
               END-DISPLAY
               GO TO P210-EMPRESTA-FIM
           END-IF.
           DISPLAY 'O CODIGO DO TITULO.....................: '
           END-DISPLAY.
           ACCEPT WS-ID-TITULO
           END-ACCEPT.
           DISPLAY 'O NUMERO DO EXEMPLAR...................: '
           END-DISPLAY.
           ACCEPT WS-NR-EXEMPLAR
           END-ACCEPT.
           MOVE WS-ID-TITULO   TO ID-TITULO.
           MOVE WS-NR-EXEMPLAR TO NR-EXEMPLAR.
           READ ACERVO
               INVALID KEY
                   DISPLAY 'EXEMPLAR NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P210-EMPRESTA-FIM
           END-READ.
           DISPLAY NM-TITULO ' / ' NM-AUTOR
           END-DISPLAY.
           IF ST-EXEMPLAR-EMPRESTADO OR ST-EXEMPLAR-BAIXADO THEN
               DISPLAY 'EXEMPLAR NAO DISPONIVEL (SITUACAO '
                       ST-EXEMPLAR '). EMPRESTIMO RECUSADO.'
               END-DISPLAY
               GO TO P210-EMPRESTA-FIM
           END-IF.
           IF ST-EXEMPLAR-RESERVADO THEN
               PERFORM P500-CONFERE-SEPARACAO
                       THRU P500-CONFERE-SEPARACAO-FIM
               IF NOT WS-LIBERADO-OK THEN
                   GO TO P210-EMPRESTA-FIM
               END-IF
           END-IF.
           PERFORM P520-ATENDE-RESERVA-LEITOR
                   THRU P520-ATENDE-RESERVA-LEITOR-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P210-EMPRESTA-FIM
           END-IF.
           PERFORM P600-GRAVA-EMPRESTIMO
                   THRU P600-GRAVA-EMPRESTIMO-FIM.
       P210-EMPRESTA-FIM.
           EXIT.

      *ALUNO SO EMPRESTA ESTANDO ATIVO (SITUACAO EM BRANCO, DE
      *REGISTRO ANTIGO, CONTA COMO ATIVO).
       P300-IDENTIFICA-LEITOR.
           SET WS-LIBERADO-OK TO FALSE.
           EVALUATE TRUE
               WHEN WS-TP-LEITOR-ALUNO
                   MOVE WS-ID-LEITOR TO ID-ALUNO OF REG-ALUNO
                   READ ALUNOS
                       INVALID KEY
                           DISPLAY 'ALUNO NAO LOCALIZADO.'
                           END-DISPLAY
                           GO TO P300-IDENTIFICA-LEITOR-FIM
                   END-READ
                   IF NOT ST-ALUNO-ATIVO AND
                      ST-ALUNO NOT EQUAL SPACES THEN
                       DISPLAY 'ALUNO NAO ESTA ATIVO (' ST-ALUNO
                               '). EMPRESTIMO RECUSADO.'
                       END-DISPLAY
                       GO TO P300-IDENTIFICA-LEITOR-FIM
                   END-IF
                   MOVE NM-ALUNO OF REG-ALUNO TO WS-NM-LEITOR
                   MOVE WS-PRAZO-ALUNO        TO WS-PRAZO-DIAS
               WHEN WS-TP-LEITOR-PROFESSOR
                   IF NOT WS-FS-P-OK OR WS-ID-LEITOR > 999 THEN
                       DISPLAY 'PROFESSOR NAO LOCALIZADO.'
                       END-DISPLAY
                       GO TO P300-IDENTIFICA-LEITOR-FIM
                   END-IF
                   MOVE WS-ID-LEITOR TO ID-PROFESSOR
                   READ PROFESSOR
                       INVALID KEY
                           DISPLAY 'PROFESSOR NAO LOCALIZADO.'
                           END-DISPLAY
                           GO TO P300-IDENTIFICA-LEITOR-FIM
                   END-READ
                   MOVE NM-PROFESSOR          TO WS-NM-LEITOR
                   MOVE WS-PRAZO-PROF         TO WS-PRAZO-DIAS
               WHEN OTHER
                   DISPLAY 'TIPO DE LEITOR INVALIDO.'
                   END-DISPLAY
                   GO TO P300-IDENTIFICA-LEITOR-FIM
           END-EVALUATE.
           DISPLAY 'LEITOR: ' WS-NM-LEITOR
           END-DISPLAY.
           SET WS-LIBERADO-OK TO TRUE.
       P300-IDENTIFICA-LEITOR-FIM.
           EXIT.

      *CONTA OS EMPRESTIMOS ABERTOS DO LEITOR E, DESTES, OS JA
      *VENCIDOS, PELA CHAVE ALTERNATIVA DO LEITOR.
       P310-CONTA-EMPRESTIMOS.
           MOVE ZEROS TO WS-QT-ABERTOS.
           MOVE ZEROS TO WS-QT-ATRASADOS.
           SET WS-EOF-EMP-OK TO FALSE.
           MOVE WS-TP-LEITOR TO TP-LEITOR-EMP.
           MOVE WS-ID-LEITOR TO ID-LEITOR-EMP.
           START EMPRESTIMO KEY IS EQUAL TO CH-LEITOR-EMP
               INVALID KEY
                   SET WS-EOF-EMP-OK TO TRUE
           END-START.
           PERFORM P315-LE-EMPRESTIMO THRU P315-LE-EMPRESTIMO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EMP-OK.
       P310-CONTA-EMPRESTIMOS-FIM.

       P315-LE-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   SET WS-EOF-EMP-OK TO TRUE
               NOT AT END
                   IF TP-LEITOR-EMP NOT EQUAL WS-TP-LEITOR OR
                      ID-LEITOR-EMP NOT EQUAL WS-ID-LEITOR THEN
                       SET WS-EOF-EMP-OK TO TRUE
                   ELSE
                       IF ST-EMPRESTIMO-ABERTO THEN
                           ADD 1 TO WS-QT-ABERTOS
                           IF DT-PREVISTA IS LESS THAN WS-DH-DATA THEN
                               ADD 1 TO WS-QT-ATRASADOS
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       P315-LE-EMPRESTIMO-FIM.

      *EXEMPLAR SEPARADO PARA RESERVA: SE A RESERVA E DE OUTRO
      *LEITOR E AINDA ESTA NO PRAZO DE RETIRADA, RECUSA. VENCIDO O
      *PRAZO, A RESERVA EXPIRA E O EXEMPLAR VAI AO PROXIMO DA FILA;
      *SEM FILA (OU SE O PROXIMO E O PROPRIO LEITOR), O EMPRESTIMO
      *SEGUE.
       P500-CONFERE-SEPARACAO.
           SET WS-LIBERADO-OK     TO TRUE.
           SET WS-RES-EXPIRADA-OK TO FALSE.
           OPEN I-O RESERVA.
           IF NOT WS-FS-RES-OK THEN
               GO TO P500-CONFERE-SEPARACAO-FIM
           END-IF.
           SET WS-EOF-RES-OK TO FALSE.
           MOVE WS-ID-TITULO TO ID-TITULO-RES.
           MOVE ZEROS        TO DH-RESERVA.
           START RESERVA KEY IS NOT LESS THAN CH-RESERVA
               INVALID KEY
                   SET WS-EOF-RES-OK TO TRUE
           END-START.
           PERFORM P505-LE-SEPARACAO THRU P505-LE-SEPARACAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RES-OK.
           CLOSE RESERVA.
           IF WS-RES-EXPIRADA-OK THEN
               MOVE WS-ID-TITULO   TO WS-BR-ID-TITULO
               MOVE WS-NR-EXEMPLAR TO WS-BR-NR-EXEMPLAR
               CALL 'PGBIBRES' USING WS-PARM-BIBRES
               IF WS-BR-SEPARADO-SIM AND
                  (WS-BR-TP-LEITOR NOT EQUAL WS-TP-LEITOR OR
                   WS-BR-ID-LEITOR NOT EQUAL WS-ID-LEITOR) THEN
                   SET WS-LIBERADO-OK TO FALSE
                   DISPLAY 'RESERVA ANTERIOR VENCIDA; EXEMPLAR PASSOU '
                           'A RESERVA DO LEITOR ' WS-BR-TP-LEITOR '-'
                           WS-BR-ID-LEITOR '. EMPRESTIMO RECUSADO.'
                   END-DISPLAY
               END-IF
           END-IF.
       P500-CONFERE-SEPARACAO-FIM.
           EXIT.

       P505-LE-SEPARACAO.
           READ RESERVA NEXT RECORD
               AT END
                   SET WS-EOF-RES-OK TO TRUE
               NOT AT END
                   IF ID-TITULO-RES NOT EQUAL WS-ID-TITULO THEN
                       SET WS-EOF-RES-OK TO TRUE
                   ELSE
                       IF ST-RESERVA-SEPARADA AND
                          NR-EXEMPLAR-RES EQUAL WS-NR-EXEMPLAR THEN
                           SET WS-EOF-RES-OK TO TRUE
                           PERFORM P510-AVALIA-SEPARACAO
                                   THRU P510-AVALIA-SEPARACAO-FIM
                       END-IF
                   END-IF
           END-READ.
       P505-LE-SEPARACAO-FIM.

       P510-AVALIA-SEPARACAO.
           IF TP-LEITOR-RES EQUAL WS-TP-LEITOR AND
              ID-LEITOR-RES EQUAL WS-ID-LEITOR THEN
               GO TO P510-AVALIA-SEPARACAO-FIM
           END-IF.
           IF DT-LIMITE-RETIRADA IS NOT LESS THAN WS-DH-DATA THEN
               SET WS-LIBERADO-OK TO FALSE
               DISPLAY 'EXEMPLAR SEPARADO PARA A RESERVA DE OUTRO '
                       'LEITOR ATE ' DT-LIMITE-RETIRADA
                       '. EMPRESTIMO RECUSADO.'
               END-DISPLAY
               GO TO P510-AVALIA-SEPARACAO-FIM
           END-IF.
           SET ST-RESERVA-EXPIRADA TO TRUE.
           REWRITE REG-RESERVA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A RESERVA.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-RES-EXPIRADA-OK TO TRUE
           END-REWRITE.
       P510-AVALIA-SEPARACAO-FIM.
           EXIT.

      *RESERVA ATIVA DO PROPRIO LEITOR NO TITULO E ATENDIDA PELO
      *EMPRESTIMO. SE HA OUTRO EXEMPLAR SEPARADO PARA ELE, RECUSA:
      *O LEITOR DEVE RETIRAR O EXEMPLAR SEPARADO.
       P520-ATENDE-RESERVA-LEITOR.
           SET WS-LIBERADO-OK TO TRUE.
           OPEN I-O RESERVA.
           IF NOT WS-FS-RES-OK THEN
               GO TO P520-ATENDE-RESERVA-LEITOR-FIM
           END-IF.
           SET WS-EOF-RES-OK TO FALSE.
           MOVE WS-ID-TITULO TO ID-TITULO-RES.
           MOVE ZEROS        TO DH-RESERVA.
           START RESERVA KEY IS NOT LESS THAN CH-RESERVA
               INVALID KEY
                   SET WS-EOF-RES-OK TO TRUE
           END-START.
           PERFORM P525-LE-RESERVA-LEITOR
                   THRU P525-LE-RESERVA-LEITOR-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RES-OK.
           CLOSE RESERVA.
       P520-ATENDE-RESERVA-LEITOR-FIM.
           EXIT.

       P525-LE-RESERVA-LEITOR.
           READ RESERVA NEXT RECORD
               AT END
                   SET WS-EOF-RES-OK TO TRUE
               NOT AT END
                   IF ID-TITULO-RES NOT EQUAL WS-ID-TITULO THEN
                       SET WS-EOF-RES-OK TO TRUE
                   ELSE
                       IF ST-RESERVA-ATIVA AND
                          TP-LEITOR-RES EQUAL WS-TP-LEITOR AND
                          ID-LEITOR-RES EQUAL WS-ID-LEITOR THEN
                           SET WS-EOF-RES-OK TO TRUE
                           PERFORM P530-BAIXA-RESERVA-LEITOR
                                   THRU P530-BAIXA-RESERVA-LEITOR-FIM
                       END-IF
                   END-IF
           END-READ.
       P525-LE-RESERVA-LEITOR-FIM.

       P530-BAIXA-RESERVA-LEITOR.
           IF ST-RESERVA-SEPARADA AND
              NR-EXEMPLAR-RES NOT EQUAL WS-NR-EXEMPLAR THEN
               SET WS-LIBERADO-OK TO FALSE
               DISPLAY 'HA O EXEMPLAR ' NR-EXEMPLAR-RES
                       ' SEPARADO PARA O LEITOR. EMPRESTIMO RECUSADO.'
               END-DISPLAY
               GO TO P530-BAIXA-RESERVA-LEITOR-FIM
           END-IF.
           SET ST-RESERVA-ATENDIDA TO TRUE.
           MOVE WS-NR-EXEMPLAR     TO NR-EXEMPLAR-RES.
           REWRITE REG-RESERVA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A RESERVA.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'RESERVA DO LEITOR ATENDIDA.'
                   END-DISPLAY
           END-REWRITE.
       P530-BAIXA-RESERVA-LEITOR-FIM.
           EXIT.

       P600-GRAVA-EMPRESTIMO.
           PERFORM P610-PROXIMO-EMPRESTIMO
                   THRU P610-PROXIMO-EMPRESTIMO-FIM.
           COMPUTE WS-DT-PREVISTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                + WS-PRAZO-DIAS).
           MOVE WS-NR-EMPRESTIMO   TO NR-EMPRESTIMO.
           MOVE WS-TP-LEITOR       TO TP-LEITOR-EMP.
           MOVE WS-ID-LEITOR       TO ID-LEITOR-EMP.
           MOVE WS-ID-TITULO       TO ID-TITULO-EMP.
           MOVE WS-NR-EXEMPLAR     TO NR-EXEMPLAR-EMP.
           MOVE WS-DH-DATA         TO DT-EMPRESTIMO.
           MOVE WS-DT-PREVISTA     TO DT-PREVISTA.
           MOVE ZEROS              TO DT-DEVOLUCAO.
           SET ST-EMPRESTIMO-ABERTO TO TRUE.
           MOVE ZEROS              TO QT-DIAS-ATRASO.
           MOVE ZEROS              TO VL-MULTA-BIB.
           MOVE ZEROS              TO CP-MULTA-BIB.
           MOVE WS-COM-OPERADOR    TO ID-OPERADOR-EMP.
           MOVE SPACES             TO ID-OPERADOR-DEV.
           WRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O EMPRESTIMO '
                           WS-NR-EMPRESTIMO '.'
                   END-DISPLAY
                   GO TO P600-GRAVA-EMPRESTIMO-FIM
           END-WRITE.
           SET ST-EXEMPLAR-EMPRESTADO TO TRUE.
           REWRITE REG-ACERVO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EXEMPLAR.'
                   END-DISPLAY
           END-REWRITE.
           DISPLAY 'EMPRESTIMO ' WS-NR-EMPRESTIMO
                   ' GRAVADO. DEVOLVER ATE ' WS-DT-PREVISTA '.'
           END-DISPLAY.
       P600-GRAVA-EMPRESTIMO-FIM.
           EXIT.

      *LE, INCREMENTA E REGRAVA O CONTADOR DE EMPRESTIMOS.
       P610-PROXIMO-EMPRESTIMO.
           MOVE ZEROS TO WS-NR-EMPRESTIMO.
           OPEN INPUT SEQUENCIA.
           IF WS-FS-SEQ-OK THEN
               READ SEQUENCIA
                   AT END
                       MOVE ZEROS TO REG-SEQUENCIA
               END-READ
               MOVE REG-SEQUENCIA TO WS-NR-EMPRESTIMO
               CLOSE SEQUENCIA
           END-IF.
           ADD 1 TO WS-NR-EMPRESTIMO.
           OPEN OUTPUT SEQUENCIA.
           MOVE WS-NR-EMPRESTIMO TO REG-SEQUENCIA.
           WRITE REG-SEQUENCIA
           END-WRITE.
           CLOSE SEQUENCIA.
       P610-PROXIMO-EMPRESTIMO-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS ACERVO....: ' WS-FS-ACV
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           CLOSE ALUNOS.
           CLOSE PROFESSOR.
           CLOSE ACERVO.
           CLOSE EMPRESTIMO.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTBIBEMP.
