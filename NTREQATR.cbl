      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      22/05/2023.
      * Purpose:   REQUERIMENTOS EM ATRASO POR DEPARTAMENTO - LE O
      *            PROTOCOLO (REQUER.DAT) E SELECIONA OS PROTOCOLOS
      *            AINDA EM ABERTO (ABERTO, EM ANALISE OU PENDENTE) COM
      *            PRAZO VENCIDO NA DATA DE HOJE, AGRUPADOS PELO
      *            DEPARTAMENTO ONDE ESTAO E ORDENADOS PELO PRAZO MAIS
      *            ANTIGO, COM OS DIAS DE ATRASO E O TOTAL DE CADA
      *            DEPARTAMENTO. DEPARTAMENTO INFORMADO LIMITA A ELE.
      *            RELATORIO NO SPOOL (PGSPOOL), REIMPRIMIVEL PELO
      *            NTSPLREP. DEVOLVE RETURN-CODE 4 QUANDO HA PROTOCOLO
      *            EM ATRASO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTREQATR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUER
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-REQUER
           ALTERNATE RECORD KEY IS ID-ALUNO-REQ
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-RQ.

           SELECT TIPOREQ
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CD-TIPO-TPR
           FILE  STATUS IS WS-FS-TR.

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

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUER.
           COPY CFPK0066.

       FD  TIPOREQ.
           COPY CFPK0065.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-CD-DEPTO                 PIC X(10) VALUE SPACES.

      *PROTOCOLOS EM ATRASO, ORDENADOS POR DEPARTAMENTO E PRAZO.
       01  WS-TABELA-ATRASOS.
           03 WS-QT-ATRASOS            PIC 9(03) VALUE ZEROS.
           03 WS-AT OCCURS 500 TIMES.
               05 WS-AT-ORDEM.
                   07 WS-AT-CD-DEPTO   PIC X(10).
                   07 WS-AT-DT-PRAZO   PIC 9(08).
               05 WS-AT-PROTOCOLO      PIC 9(09).
               05 WS-AT-ID-ALUNO       PIC 9(05).
               05 WS-AT-CD-TIPO        PIC X(04).
               05 WS-AT-ST-REQUER      PIC X(01).
               05 WS-AT-DIAS-ATRASO    PIC 9(05).

      *AREA DE TROCA DA ORDENACAO (UMA ENTRADA INTEIRA, 42 BYTES).
       01  WS-ENTRADA-TROCA            PIC X(42) VALUE SPACES.
       77  WS-TROCA                    PIC X.
           88 WS-TROCA-OK              VALUE 'S' FALSE 'N'.

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-2                 PIC 9(03) VALUE ZEROS.

       77  WS-DEPTO-ANTERIOR           PIC X(10) VALUE SPACES.
       77  WS-QTD-DEPTO                PIC 9(03) VALUE ZEROS.
       77  WS-QTD-DEPARTAMENTOS        PIC 9(03) VALUE ZEROS.
       77  WS-QTD-EM-ABERTO            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-NO-PRAZO             PIC 9(05) VALUE ZEROS.
       77  WS-QTD-FORA-TABELA          PIC 9(05) VALUE ZEROS.

       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.

       77  WS-FS-RQ                    PIC 99.
           88 WS-FS-RQ-OK              VALUE 0.
       77  WS-FS-TR                    PIC 99.
           88 WS-FS-TR-OK              VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.

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
           INITIALIZE WS-FS-RQ WS-FS-TR WS-FS-A WS-FS-SPL
                      WS-CD-DEPTO WS-QT-ATRASOS WS-DEPTO-ANTERIOR
                      WS-QTD-DEPTO WS-QTD-DEPARTAMENTOS
                      WS-QTD-EM-ABERTO WS-QTD-NO-PRAZO
                      WS-QTD-FORA-TABELA WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\REQUER.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\TIPOREQ.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT REQUER.
           IF NOT WS-FS-RQ-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *TIPOS E ALUNOS SO DAO A DESCRICAO E O NOME NA LINHA; AUSENTES,
      *A LINHA SAI SEM ELES.
           OPEN INPUT TIPOREQ.
           OPEN INPUT ALUNOS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           DISPLAY 'REQUERIMENTOS EM ATRASO. INFORME:'
           END-DISPLAY.
           DISPLAY 'O DEPARTAMENTO (BRANCO = TODOS)........: '
           END-DISPLAY.
           ACCEPT WS-CD-DEPTO
           END-ACCEPT.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P500-LE-PROTOCOLO THRU P500-LE-PROTOCOLO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           PERFORM P510-ORDENA THRU P510-ORDENA-FIM.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P600-IMPRIME-ATRASO THRU P600-IMPRIME-ATRASO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-ATRASOS.
           IF WS-QTD-DEPTO IS GREATER THAN ZEROS THEN
               PERFORM P610-TOTAL-DEPTO THRU P610-TOTAL-DEPTO-FIM
           END-IF.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'PROTOCOLOS EM ABERTO: ' WS-QTD-EM-ABERTO
                  ' - NO PRAZO: ' WS-QTD-NO-PRAZO
                  ' - EM ATRASO: ' WS-QT-ATRASOS
                  ' - DEPARTAMENTOS COM ATRASO: ' WS-QTD-DEPARTAMENTOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-QTD-FORA-TABELA IS GREATER THAN ZEROS THEN
               STRING 'ATRASADOS FORA DA TABELA (500): '
                      WS-QTD-FORA-TABELA ' - RELATORIO PARCIAL'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'PROTOCOLOS EM ABERTO.....: ' WS-QTD-EM-ABERTO
           END-DISPLAY.
           DISPLAY 'EM ATRASO................: ' WS-QT-ATRASOS
           END-DISPLAY.
       P200-PROCESSA-FIM.

      *SO ENTRA NA TABELA O PROTOCOLO EM ABERTO COM PRAZO ANTERIOR A
      *HOJE (DO DEPARTAMENTO INFORMADO, QUANDO HA).
       P500-LE-PROTOCOLO.
           READ REQUER
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P500-LE-PROTOCOLO-FIM
           END-READ.
           IF NOT ST-REQUER-EM-ABERTO THEN
               GO TO P500-LE-PROTOCOLO-FIM
           END-IF.
           IF WS-CD-DEPTO NOT EQUAL SPACES AND
              WS-CD-DEPTO NOT EQUAL CD-DEPTO-REQ THEN
               GO TO P500-LE-PROTOCOLO-FIM
           END-IF.
           ADD 1 TO WS-QTD-EM-ABERTO.
           IF DT-PRAZO-REQ IS NOT LESS THAN WS-DH-DATA THEN
               ADD 1 TO WS-QTD-NO-PRAZO
               GO TO P500-LE-PROTOCOLO-FIM
           END-IF.
           IF WS-QT-ATRASOS IS GREATER THAN OR EQUAL TO 500 THEN
               ADD 1 TO WS-QTD-FORA-TABELA
               GO TO P500-LE-PROTOCOLO-FIM
           END-IF.
           ADD 1 TO WS-QT-ATRASOS.
           MOVE CD-DEPTO-REQ   TO WS-AT-CD-DEPTO   (WS-QT-ATRASOS).
           MOVE DT-PRAZO-REQ   TO WS-AT-DT-PRAZO   (WS-QT-ATRASOS).
           MOVE CH-REQUER      TO WS-AT-PROTOCOLO  (WS-QT-ATRASOS).
           MOVE ID-ALUNO-REQ   TO WS-AT-ID-ALUNO   (WS-QT-ATRASOS).
           MOVE CD-TIPO-REQ    TO WS-AT-CD-TIPO    (WS-QT-ATRASOS).
           MOVE ST-REQUER      TO WS-AT-ST-REQUER  (WS-QT-ATRASOS).
           COMPUTE WS-AT-DIAS-ATRASO (WS-QT-ATRASOS) =
                   FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                 - FUNCTION INTEGER-OF-DATE (DT-PRAZO-REQ).
       P500-LE-PROTOCOLO-FIM.
           EXIT.

      *ORDENA POR DEPARTAMENTO E, DENTRO DELE, PELO PRAZO MAIS
      *ANTIGO (BOLHA).
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
                         WS-QT-ATRASOS.
       P515-PASSADA-FIM.

       P520-COMPARA-PAR.
           COMPUTE WS-INDICE-2 = WS-INDICE + 1.
           IF WS-AT-ORDEM (WS-INDICE-2) IS LESS THAN
              WS-AT-ORDEM (WS-INDICE) THEN
               MOVE WS-AT (WS-INDICE)   TO WS-ENTRADA-TROCA
               MOVE WS-AT (WS-INDICE-2) TO WS-AT (WS-INDICE)
               MOVE WS-ENTRADA-TROCA    TO WS-AT (WS-INDICE-2)
               SET WS-TROCA-OK TO TRUE
           END-IF.
       P520-COMPARA-PAR-FIM.

      *A CADA TROCA DE DEPARTAMENTO FECHA O TOTAL DO ANTERIOR E ABRE
      *O CABECALHO DO NOVO.
       P600-IMPRIME-ATRASO.
           IF WS-AT-CD-DEPTO (WS-INDICE) NOT EQUAL WS-DEPTO-ANTERIOR
              OR WS-QTD-DEPTO EQUAL ZEROS THEN
               IF WS-QTD-DEPTO IS GREATER THAN ZEROS THEN
                   PERFORM P610-TOTAL-DEPTO THRU P610-TOTAL-DEPTO-FIM
               END-IF
               MOVE WS-AT-CD-DEPTO (WS-INDICE) TO WS-DEPTO-ANTERIOR
               ADD 1 TO WS-QTD-DEPARTAMENTOS
               STRING 'DEPARTAMENTO: ' WS-DEPTO-ANTERIOR
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           ADD 1 TO WS-QTD-DEPTO.
           MOVE WS-AT-CD-TIPO (WS-INDICE) TO CD-TIPO-TPR.
           MOVE SPACES TO DS-TIPO-TPR.
           IF WS-FS-TR-OK THEN
               READ TIPOREQ
                   INVALID KEY
                       MOVE SPACES TO DS-TIPO-TPR
               END-READ
           END-IF.
           MOVE WS-AT-ID-ALUNO (WS-INDICE) TO ID-ALUNO OF REG-ALUNO.
           MOVE SPACES TO NM-ALUNO OF REG-ALUNO.
           IF WS-FS-A-OK THEN
               READ ALUNOS
                   INVALID KEY
                       MOVE SPACES TO NM-ALUNO OF REG-ALUNO
               END-READ
           END-IF.
           STRING '  ' WS-AT-PROTOCOLO (WS-INDICE)
                  ' ' WS-AT-CD-TIPO (WS-INDICE) ' ' DS-TIPO-TPR
                  ' ALUNO ' WS-AT-ID-ALUNO (WS-INDICE)
                  ' ' NM-ALUNO OF REG-ALUNO
                  ' SIT ' WS-AT-ST-REQUER (WS-INDICE)
                  ' PRAZO ' WS-AT-DT-PRAZO (WS-INDICE)
                  ' ATRASO ' WS-AT-DIAS-ATRASO (WS-INDICE) ' DIAS'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-IMPRIME-ATRASO-FIM.

       P610-TOTAL-DEPTO.
           STRING '  TOTAL EM ATRASO NO DEPARTAMENTO ' WS-DEPTO-ANTERIOR
                  ': ' WS-QTD-DEPTO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ZEROS TO WS-QTD-DEPTO.
       P610-TOTAL-DEPTO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTREQATR'      TO WS-SP-RELATORIO.
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
           IF WS-CD-DEPTO EQUAL SPACES THEN
               STRING 'REQUERIMENTOS EM ATRASO POR DEPARTAMENTO - '
                      'POSICAO DE ' WS-DH-DATA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING 'REQUERIMENTOS EM ATRASO DO DEPARTAMENTO '
                      WS-CD-DEPTO ' - POSICAO DE ' WS-DH-DATA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

       P420-FECHA-ARQ.
           CLOSE REQUER.
           CLOSE TIPOREQ.
           CLOSE ALUNOS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS REQUER....: ' WS-FS-RQ
           END-DISPLAY.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           IF RETURN-CODE EQUAL ZEROS AND
              WS-QT-ATRASOS IS GREATER THAN ZEROS THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTREQATR.
