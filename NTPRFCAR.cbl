      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      08/05/2023.
      * Purpose:   CARGA HORARIA DOS PROFESSORES NO PERIODO - PARA O
      *            PERIODO LETIVO INFORMADO, SOMA AS HORAS SEMANAIS DE
      *            AULA DE CADA PROFESSOR (BLOCOS DE HORARIO.DAT DAS
      *            OFERTAS ATRIBUIDAS A ELE EM MATERIAS.DAT) E AS
      *            COMPARA COM A CARGA MAXIMA DO CONTRATO
      *            (QT-MAX-HORAS-SEMANA DE PROFESSOR.DAT). APONTA QUEM
      *            ESTA ACIMA DO LIMITE (ATRIBUICOES ANTERIORES A
      *            CONFERENCIA DO PGPRFCAR) E AS OFERTAS COM PROFESSOR
      *            FORA DO CADASTRO. RELATORIO NO SPOOL (PGSPOOL),
      *            REIMPRIMIVEL PELO NTSPLREP. DEVOLVE RETURN-CODE 4
      *            QUANDO HA PROFESSOR ACIMA DO LIMITE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTPRFCAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSOR
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS ID-PROFESSOR OF REG-PROFESSOR
           FILE  STATUS IS WS-FS-P.

           SELECT HORARIO
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-HORARIO
           FILE  STATUS IS WS-FS-H.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSOR.
           COPY CFPK0010.

       FD  HORARIO.
           COPY CFPK0011.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

      *PROFESSORES DO CADASTRO COM A CARGA DO PERIODO EM MINUTOS.
       01  WS-TABELA-PROFESSORES.
           03 WS-QT-PROFESSORES        PIC 9(03) VALUE ZEROS.
           03 WS-PR OCCURS 300 TIMES.
               05 WS-PR-ID-PROFESSOR   PIC 9(03).
               05 WS-PR-NM-PROFESSOR   PIC X(30).
               05 WS-PR-MAX-HORAS      PIC 9(02).
               05 WS-PR-MINUTOS        PIC 9(05).
               05 WS-PR-QT-BLOCOS      PIC 9(03).
               05 WS-PR-QT-OFERTAS     PIC 9(03).

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-PROF              PIC 9(03) VALUE ZEROS.

      *ULTIMA OFERTA LIDA EM MATERIAS (HORARIO VEM EM ORDEM DE
      *OFERTA, ENTAO CADA OFERTA E LIDA UMA VEZ SO).
       01  WS-OFERTA-LIDA.
           03 WS-OL-ID-MATERIA         PIC 9(05).
           03 WS-OL-ANO-SEMESTRE       PIC 9(05).

      *CONVERSAO DE HORA HHMM PARA MINUTOS DO DIA.
       77  WS-HHMM                     PIC 9(04) VALUE ZEROS.
       77  WS-MINUTOS                  PIC 9(04) VALUE ZEROS.
       77  WS-MIN-INICIO               PIC 9(04) VALUE ZEROS.
       77  WS-HH                       PIC 9(02) VALUE ZEROS.
       77  WS-MM                       PIC 9(02) VALUE ZEROS.

       77  WS-QTD-ACIMA                PIC 9(03) VALUE ZEROS.
       77  WS-QTD-SEM-CADASTRO         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-PROFESSOR        PIC 9(05) VALUE ZEROS.

       77  WS-HORAS                    PIC 9(03)V99 VALUE ZEROS.
       77  WS-MSK-HORAS                PIC ZZ9,99.
       77  WS-SITUACAO                 PIC X(20) VALUE SPACES.

       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.

       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-H                     PIC 99.
           88 WS-FS-H-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.

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
           INITIALIZE WS-FS-P WS-FS-H WS-FS-M WS-FS-SPL
                      WS-ANO-SEMESTRE WS-QT-PROFESSORES WS-OFERTA-LIDA
                      WS-QTD-ACIMA WS-QTD-SEM-CADASTRO
                      WS-QTD-SEM-PROFESSOR WS-LINHAS-SPOOL
                      WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PROFESSOR.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\HORARIO.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT PROFESSOR.
           IF NOT WS-FS-P-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT HORARIO.
           IF NOT WS-FS-H-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT MATERIAS.
           IF NOT WS-FS-M-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           DISPLAY 'CARGA HORARIA DOS PROFESSORES. INFORME:'
           END-DISPLAY.
           DISPLAY 'O ANO DO PERIODO LETIVO................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'O SEMESTRE (1 OU 2)....................: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P410-CARREGA-PROFESSOR
                   THRU P410-CARREGA-PROFESSOR-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P500-LE-HORARIO THRU P500-LE-HORARIO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P600-IMPRIME-PROFESSOR
                   THRU P600-IMPRIME-PROFESSOR-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-PROFESSORES.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'PROFESSORES ACIMA DO LIMITE: ' WS-QTD-ACIMA
                  ' - BLOCOS DE OFERTA SEM PROFESSOR: '
                  WS-QTD-SEM-PROFESSOR
                  ' - BLOCOS COM PROFESSOR FORA DO CADASTRO: '
                  WS-QTD-SEM-CADASTRO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'PROFESSORES NO CADASTRO..: ' WS-QT-PROFESSORES
           END-DISPLAY.
           DISPLAY 'ACIMA DA CARGA MAXIMA....: ' WS-QTD-ACIMA
           END-DISPLAY.
       P200-PROCESSA-FIM.

       P410-CARREGA-PROFESSOR.
           READ PROFESSOR
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P410-CARREGA-PROFESSOR-FIM
           END-READ.
           IF WS-QT-PROFESSORES IS GREATER THAN OR EQUAL TO 300 THEN
               DISPLAY 'TABELA DE PROFESSORES ESGOTADA (300). '
                       'RELATORIO PARCIAL.'
               END-DISPLAY
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P410-CARREGA-PROFESSOR-FIM
           END-IF.
           ADD 1 TO WS-QT-PROFESSORES.
           MOVE ID-PROFESSOR OF REG-PROFESSOR
                TO WS-PR-ID-PROFESSOR (WS-QT-PROFESSORES).
           MOVE NM-PROFESSOR
                TO WS-PR-NM-PROFESSOR (WS-QT-PROFESSORES).
           MOVE QT-MAX-HORAS-SEMANA
                TO WS-PR-MAX-HORAS    (WS-QT-PROFESSORES).
           MOVE ZEROS TO WS-PR-MINUTOS   (WS-QT-PROFESSORES)
                         WS-PR-QT-BLOCOS (WS-QT-PROFESSORES)
                         WS-PR-QT-OFERTAS (WS-QT-PROFESSORES).
       P410-CARREGA-PROFESSOR-FIM.
           EXIT.

      *CADA BLOCO DO PERIODO E SOMADO AO PROFESSOR DA OFERTA. A
      *OFERTA E CONTADA NO PRIMEIRO BLOCO DELA.
       P500-LE-HORARIO.
           READ HORARIO
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P500-LE-HORARIO-FIM
           END-READ.
           IF ANO-SEMESTRE OF REG-HORARIO NOT EQUAL WS-ANO-SEMESTRE
               THEN
               GO TO P500-LE-HORARIO-FIM
           END-IF.
           IF ID-MATERIA OF REG-HORARIO NOT EQUAL WS-OL-ID-MATERIA OR
              ANO-SEMESTRE OF REG-HORARIO NOT EQUAL
              WS-OL-ANO-SEMESTRE THEN
               MOVE ID-MATERIA OF REG-HORARIO   TO WS-OL-ID-MATERIA
               MOVE ANO-SEMESTRE OF REG-HORARIO TO WS-OL-ANO-SEMESTRE
               PERFORM P510-LE-OFERTA THRU P510-LE-OFERTA-FIM
               IF WS-INDICE-PROF IS GREATER THAN ZEROS THEN
                   ADD 1 TO WS-PR-QT-OFERTAS (WS-INDICE-PROF)
               END-IF
           END-IF.
           IF WS-INDICE-PROF EQUAL ZEROS THEN
               GO TO P500-LE-HORARIO-FIM
           END-IF.
           MOVE HR-INICIO OF REG-HORARIO TO WS-HHMM.
           PERFORM P520-CONVERTE-MINUTOS
                   THRU P520-CONVERTE-MINUTOS-FIM.
           MOVE WS-MINUTOS TO WS-MIN-INICIO.
           MOVE HR-FIM OF REG-HORARIO TO WS-HHMM.
           PERFORM P520-CONVERTE-MINUTOS
                   THRU P520-CONVERTE-MINUTOS-FIM.
           ADD 1 TO WS-PR-QT-BLOCOS (WS-INDICE-PROF).
           IF WS-MINUTOS IS GREATER THAN WS-MIN-INICIO THEN
               COMPUTE WS-PR-MINUTOS (WS-INDICE-PROF) =
                       WS-PR-MINUTOS (WS-INDICE-PROF)
                       + WS-MINUTOS - WS-MIN-INICIO
           END-IF.
       P500-LE-HORARIO-FIM.
           EXIT.

      *LOCALIZA NA TABELA O PROFESSOR DA OFERTA (ZERO SE A OFERTA NAO
      *TEM PROFESSOR OU ELE NAO ESTA NO CADASTRO).
       P510-LE-OFERTA.
           MOVE ZEROS TO WS-INDICE-PROF.
           MOVE ID-MATERIA OF REG-HORARIO
                TO ID-MATERIA OF REG-MATERIA.
           MOVE ANO-SEMESTRE OF REG-HORARIO
                TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   GO TO P510-LE-OFERTA-FIM
           END-READ.
           IF ID-PROFESSOR OF REG-MATERIA EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-SEM-PROFESSOR
               GO TO P510-LE-OFERTA-FIM
           END-IF.
           PERFORM P515-PROCURA-PROFESSOR
                   THRU P515-PROCURA-PROFESSOR-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-PROFESSORES
                      OR WS-INDICE-PROF IS GREATER THAN ZEROS.
           IF WS-INDICE-PROF EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-SEM-CADASTRO
           END-IF.
       P510-LE-OFERTA-FIM.
           EXIT.

       P515-PROCURA-PROFESSOR.
           IF WS-PR-ID-PROFESSOR (WS-INDICE) EQUAL
              ID-PROFESSOR OF REG-MATERIA THEN
               MOVE WS-INDICE TO WS-INDICE-PROF
           END-IF.
       P515-PROCURA-PROFESSOR-FIM.

       P520-CONVERTE-MINUTOS.
           DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM.
           COMPUTE WS-MINUTOS = WS-HH * 60 + WS-MM.
       P520-CONVERTE-MINUTOS-FIM.

       P600-IMPRIME-PROFESSOR.
           IF WS-PR-QT-BLOCOS (WS-INDICE) EQUAL ZEROS THEN
               MOVE 'SEM AULAS'          TO WS-SITUACAO
           ELSE
               MOVE SPACES               TO WS-SITUACAO
           END-IF.
           IF WS-PR-MAX-HORAS (WS-INDICE) EQUAL ZEROS THEN
               MOVE 'SEM LIMITE'         TO WS-SITUACAO
           ELSE
               IF WS-PR-MINUTOS (WS-INDICE) IS GREATER THAN
                  WS-PR-MAX-HORAS (WS-INDICE) * 60 THEN
                   MOVE '** ACIMA DO LIMITE' TO WS-SITUACAO
                   ADD 1 TO WS-QTD-ACIMA
               END-IF
           END-IF.
           COMPUTE WS-HORAS ROUNDED = WS-PR-MINUTOS (WS-INDICE) / 60.
           MOVE WS-HORAS TO WS-MSK-HORAS.
           STRING 'PROFESSOR ' WS-PR-ID-PROFESSOR (WS-INDICE)
                  ' ' WS-PR-NM-PROFESSOR (WS-INDICE)
                  ' OFERTAS ' WS-PR-QT-OFERTAS (WS-INDICE)
                  ' BLOCOS ' WS-PR-QT-BLOCOS (WS-INDICE)
                  ' HORAS/SEMANA ' WS-MSK-HORAS
                  ' MAXIMO ' WS-PR-MAX-HORAS (WS-INDICE)
                  ' ' WS-SITUACAO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-IMPRIME-PROFESSOR-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTPRFCAR'      TO WS-SP-RELATORIO.
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
           STRING 'CARGA HORARIA SEMANAL DOS PROFESSORES - PERIODO '
                  WS-AS-ANO '/' WS-AS-SEMESTRE
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
           CLOSE PROFESSOR.
           CLOSE HORARIO.
           CLOSE MATERIAS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS PROFESSOR.: ' WS-FS-P
           END-DISPLAY.
           DISPLAY 'FILE STATUS HORARIO...: ' WS-FS-H
           END-DISPLAY.
           DISPLAY 'FILE STATUS MATERIAS..: ' WS-FS-M
           END-DISPLAY.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           IF RETURN-CODE EQUAL ZEROS AND
              WS-QTD-ACIMA IS GREATER THAN ZEROS THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTPRFCAR.
