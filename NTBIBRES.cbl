      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   RESERVAS DE TITULO DA BIBLIOTECA (RESERVA.DAT):
      *            INCLUSAO NA FILA DO TITULO, CANCELAMENTO E LISTAGEM
      *            DA FILA. SO SE RESERVA TITULO SEM EXEMPLAR
      *            DISPONIVEL NO ACERVO, E UMA RESERVA ATIVA POR
      *            LEITOR E TITULO. CANCELADA UMA RESERVA QUE JA TINHA
      *            EXEMPLAR SEPARADO, O EXEMPLAR PASSA AO PROXIMO DA
      *            FILA (PGBIBRES) OU VOLTA A FICAR DISPONIVEL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTBIBRES.

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
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ACERVO
           FILE  STATUS IS WS-FS-ACV.

           SELECT RESERVA
           ASSIGN TO WS-CFG-CAMINHO-04
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

       FD  RESERVA.
           COPY CFPK0050.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA-HORA          PIC 9(14).
           03 FILLER                   PIC X(07).

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       77  WS-TP-LEITOR                PIC X(01) VALUE SPACES.
           88 WS-TP-LEITOR-ALUNO       VALUE 'A'.
           88 WS-TP-LEITOR-PROFESSOR   VALUE 'P'.
       77  WS-ID-LEITOR                PIC 9(05) VALUE ZEROS.
       77  WS-ID-TITULO                PIC 9(05) VALUE ZEROS.
       77  WS-NM-TITULO                PIC X(40) VALUE SPACES.
       77  WS-NR-EXEMPLAR              PIC 9(02) VALUE ZEROS.

       77  WS-QT-EXEMPLARES            PIC 9(03) VALUE ZEROS.
       77  WS-QT-DISPONIVEIS           PIC 9(03) VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(03) VALUE ZEROS.

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
       77  WS-ACHOU-RES                PIC X.
           88 WS-ACHOU-RES-OK          VALUE 'S' FALSE 'N'.
       77  WS-ERA-SEPARADA             PIC X.
           88 WS-ERA-SEPARADA-OK       VALUE 'S' FALSE 'N'.

       77  WS-EOF-ACV                  PIC X.
           88 WS-EOF-ACV-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-RES                  PIC X.
           88 WS-EOF-RES-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-ACV                   PIC 99.
           88 WS-FS-ACV-OK             VALUE 0.
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
                   UNTIL WS-OPCAO  EQUAL '9'.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-A WS-FS-P WS-FS-ACV WS-FS-RES
                      WS-TP-LEITOR WS-ID-LEITOR WS-ID-TITULO
                      WS-NM-TITULO WS-NR-EXEMPLAR WS-QT-EXEMPLARES
                      WS-QT-DISPONIVEIS WS-QTD-LISTADOS
                      WS-PARM-BIBRES WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

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
                  '\Modulo3\DesafioM3\RESERVA.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

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
           OPEN I-O RESERVA.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-RES-OK THEN
               OPEN OUTPUT RESERVA
               CLOSE RESERVA
               OPEN I-O RESERVA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P500-RESERVA  THRU P500-RESERVA-FIM
               WHEN '2'
                   PERFORM P600-CANCELA  THRU P600-CANCELA-FIM
               WHEN '3'
                   PERFORM P700-LISTA    THRU P700-LISTA-FIM
               WHEN '9'
                   DISPLAY 'RESERVAS ENCERRADAS'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '***** RESERVAS DE TITULO ******'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - RESERVAR TITULO        |'.
           DISPLAY '|<2> - CANCELAR RESERVA       |'.
           DISPLAY '|<3> - FILA DO TITULO         |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

       P410-PEDE-LEITOR-TITULO.
           DISPLAY 'TIPO DO LEITOR (A=ALUNO P=PROFESSOR)...: '
           END-DISPLAY.
           ACCEPT WS-TP-LEITOR
           END-ACCEPT.
           DISPLAY 'O CODIGO DO LEITOR.....................: '
           END-DISPLAY.
           ACCEPT WS-ID-LEITOR
           END-ACCEPT.
           DISPLAY 'O CODIGO DO TITULO.....................: '
           END-DISPLAY.
           ACCEPT WS-ID-TITULO
           END-ACCEPT.
       P410-PEDE-LEITOR-TITULO-FIM.

       P420-IDENTIFICA-LEITOR.
           SET WS-LIBERADO-OK TO FALSE.
           EVALUATE TRUE
               WHEN WS-TP-LEITOR-ALUNO
                   MOVE WS-ID-LEITOR TO ID-ALUNO OF REG-ALUNO
                   READ ALUNOS
                       INVALID KEY
                           DISPLAY 'ALUNO NAO LOCALIZADO.'
                           END-DISPLAY
                           GO TO P420-IDENTIFICA-LEITOR-FIM
                   END-READ
                   DISPLAY 'LEITOR: ' NM-ALUNO OF REG-ALUNO
                   END-DISPLAY
               WHEN WS-TP-LEITOR-PROFESSOR
                   IF NOT WS-FS-P-OK OR WS-ID-LEITOR > 999 THEN
                       DISPLAY 'PROFESSOR NAO LOCALIZADO.'
                       END-DISPLAY
                       GO TO P420-IDENTIFICA-LEITOR-FIM
                   END-IF
                   MOVE WS-ID-LEITOR TO ID-PROFESSOR
                   READ PROFESSOR
                       INVALID KEY
                           DISPLAY 'PROFESSOR NAO LOCALIZADO.'
                           END-DISPLAY
                           GO TO P420-IDENTIFICA-LEITOR-FIM
                   END-READ
                   DISPLAY 'LEITOR: ' NM-PROFESSOR
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'TIPO DE LEITOR INVALIDO.'
                   END-DISPLAY
                   GO TO P420-IDENTIFICA-LEITOR-FIM
           END-EVALUATE.
           SET WS-LIBERADO-OK TO TRUE.
       P420-IDENTIFICA-LEITOR-FIM.
           EXIT.

       P500-RESERVA.
           PERFORM P410-PEDE-LEITOR-TITULO
                   THRU P410-PEDE-LEITOR-TITULO-FIM.
           PERFORM P420-IDENTIFICA-LEITOR
                   THRU P420-IDENTIFICA-LEITOR-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P500-RESERVA-FIM
           END-IF.
           PERFORM P510-CONTA-EXEMPLARES
                   THRU P510-CONTA-EXEMPLARES-FIM.
           IF WS-QT-EXEMPLARES EQUAL ZEROS THEN
               DISPLAY 'TITULO SEM EXEMPLAR ATIVO NO ACERVO.'
               END-DISPLAY
               GO TO P500-RESERVA-FIM
           END-IF.
           DISPLAY WS-NM-TITULO
           END-DISPLAY.
           IF WS-QT-DISPONIVEIS IS GREATER THAN ZEROS THEN
               DISPLAY 'HA ' WS-QT-DISPONIVEIS ' EXEMPLAR(ES) '
                       'DISPONIVEL(IS). FACA O EMPRESTIMO.'
               END-DISPLAY
               GO TO P500-RESERVA-FIM
           END-IF.
           PERFORM P610-BUSCA-RESERVA-LEITOR
                   THRU P610-BUSCA-RESERVA-LEITOR-FIM.
           IF WS-ACHOU-RES-OK THEN
               DISPLAY 'LEITOR JA TEM RESERVA ATIVA PARA O TITULO.'
               END-DISPLAY
               GO TO P500-RESERVA-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-ID-TITULO      TO ID-TITULO-RES.
           MOVE WS-DH-DATA-HORA   TO DH-RESERVA.
           MOVE WS-TP-LEITOR      TO TP-LEITOR-RES.
           MOVE WS-ID-LEITOR      TO ID-LEITOR-RES.
           SET ST-RESERVA-FILA    TO TRUE.
           MOVE ZEROS             TO NR-EXEMPLAR-RES.
           MOVE ZEROS             TO DT-LIMITE-RETIRADA.
           MOVE WS-COM-OPERADOR   TO ID-OPERADOR-RES.
           WRITE REG-RESERVA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A RESERVA. TENTE DE NOVO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'RESERVA INCLUIDA NA FILA DO TITULO.'
                   END-DISPLAY
           END-WRITE.
       P500-RESERVA-FIM.
           EXIT.

      *CONTA OS EXEMPLARES NAO BAIXADOS DO TITULO E OS DISPONIVEIS.
       P510-CONTA-EXEMPLARES.
           MOVE ZEROS  TO WS-QT-EXEMPLARES.
           MOVE ZEROS  TO WS-QT-DISPONIVEIS.
           MOVE SPACES TO WS-NM-TITULO.
           SET WS-EOF-ACV-OK TO FALSE.
           MOVE WS-ID-TITULO TO ID-TITULO.
           MOVE ZEROS        TO NR-EXEMPLAR.
           START ACERVO KEY IS NOT LESS THAN CH-ACERVO
               INVALID KEY
                   SET WS-EOF-ACV-OK TO TRUE
           END-START.
           PERFORM P515-LE-EXEMPLAR THRU P515-LE-EXEMPLAR-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ACV-OK.
       P510-CONTA-EXEMPLARES-FIM.

       P515-LE-EXEMPLAR.
           READ ACERVO NEXT RECORD
               AT END
                   SET WS-EOF-ACV-OK TO TRUE
               NOT AT END
                   IF ID-TITULO NOT EQUAL WS-ID-TITULO THEN
                       SET WS-EOF-ACV-OK TO TRUE
                   ELSE
                       MOVE NM-TITULO TO WS-NM-TITULO
                       IF NOT ST-EXEMPLAR-BAIXADO THEN
                           ADD 1 TO WS-QT-EXEMPLARES
                       END-IF
                       IF ST-EXEMPLAR-DISPONIVEL THEN
                           ADD 1 TO WS-QT-DISPONIVEIS
                       END-IF
                   END-IF
           END-READ.
       P515-LE-EXEMPLAR-FIM.

      *CANCELADA UMA RESERVA COM EXEMPLAR SEPARADO, O EXEMPLAR E
      *OFERECIDO AO PROXIMO DA FILA. O ARQUIVO DE RESERVAS E FECHADO
      *DURANTE A CHAMADA PORQUE A ROTINA PGBIBRES ABRE O MESMO
      *ARQUIVO.
       P600-CANCELA.
           PERFORM P410-PEDE-LEITOR-TITULO
                   THRU P410-PEDE-LEITOR-TITULO-FIM.
           PERFORM P610-BUSCA-RESERVA-LEITOR
                   THRU P610-BUSCA-RESERVA-LEITOR-FIM.
           IF NOT WS-ACHOU-RES-OK THEN
               DISPLAY 'LEITOR SEM RESERVA ATIVA PARA O TITULO.'
               END-DISPLAY
               GO TO P600-CANCELA-FIM
           END-IF.
           SET WS-ERA-SEPARADA-OK TO FALSE.
           IF ST-RESERVA-SEPARADA THEN
               SET WS-ERA-SEPARADA-OK TO TRUE
               MOVE NR-EXEMPLAR-RES TO WS-NR-EXEMPLAR
           END-IF.
           SET ST-RESERVA-CANCELADA TO TRUE.
           REWRITE REG-RESERVA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A RESERVA.'
                   END-DISPLAY
                   GO TO P600-CANCELA-FIM
           END-REWRITE.
           DISPLAY 'RESERVA CANCELADA.'
           END-DISPLAY.
           IF NOT WS-ERA-SEPARADA-OK THEN
               GO TO P600-CANCELA-FIM
           END-IF.
           CLOSE RESERVA.
           MOVE WS-ID-TITULO   TO WS-BR-ID-TITULO.
           MOVE WS-NR-EXEMPLAR TO WS-BR-NR-EXEMPLAR.
           CALL 'PGBIBRES' USING WS-PARM-BIBRES.
           OPEN I-O RESERVA.
           MOVE WS-ID-TITULO   TO ID-TITULO.
           MOVE WS-NR-EXEMPLAR TO NR-EXEMPLAR.
           READ ACERVO
               INVALID KEY
                   DISPLAY 'EXEMPLAR SEPARADO NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P600-CANCELA-FIM
           END-READ.
           IF WS-BR-SEPARADO-SIM THEN
               SET ST-EXEMPLAR-RESERVADO  TO TRUE
               DISPLAY 'EXEMPLAR ' WS-NR-EXEMPLAR ' PASSOU A RESERVA '
                       'DO LEITOR ' WS-BR-TP-LEITOR '-'
                       WS-BR-ID-LEITOR ' ATE ' WS-BR-DT-LIMITE
               END-DISPLAY
           ELSE
               SET ST-EXEMPLAR-DISPONIVEL TO TRUE
               DISPLAY 'EXEMPLAR ' WS-NR-EXEMPLAR
                       ' VOLTOU A FICAR DISPONIVEL.'
               END-DISPLAY
           END-IF.
           REWRITE REG-ACERVO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EXEMPLAR.'
                   END-DISPLAY
           END-REWRITE.
       P600-CANCELA-FIM.
           EXIT.

      *PROCURA NA FILA DO TITULO A RESERVA ATIVA (NA FILA OU COM
      *EXEMPLAR SEPARADO) DO LEITOR; ACHANDO, O REGISTRO FICA NA
      *AREA DO ARQUIVO.
       P610-BUSCA-RESERVA-LEITOR.
           SET WS-ACHOU-RES-OK TO FALSE.
           SET WS-EOF-RES-OK   TO FALSE.
           MOVE WS-ID-TITULO TO ID-TITULO-RES.
           MOVE ZEROS        TO DH-RESERVA.
           START RESERVA KEY IS NOT LESS THAN CH-RESERVA
               INVALID KEY
                   SET WS-EOF-RES-OK TO TRUE
           END-START.
           PERFORM P615-LE-RESERVA THRU P615-LE-RESERVA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RES-OK.
       P610-BUSCA-RESERVA-LEITOR-FIM.

       P615-LE-RESERVA.
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
                           SET WS-ACHOU-RES-OK TO TRUE
                           SET WS-EOF-RES-OK   TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P615-LE-RESERVA-FIM.

       P700-LISTA.
           DISPLAY 'O CODIGO DO TITULO.....................: '
           END-DISPLAY.
           ACCEPT WS-ID-TITULO
           END-ACCEPT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-RES-OK TO FALSE.
           MOVE WS-ID-TITULO TO ID-TITULO-RES.
           MOVE ZEROS        TO DH-RESERVA.
           START RESERVA KEY IS NOT LESS THAN CH-RESERVA
               INVALID KEY
                   SET WS-EOF-RES-OK TO TRUE
           END-START.
           DISPLAY 'ORD DATA/HORA      LEITOR  SIT EX LIMITE'
           END-DISPLAY.
           PERFORM P705-LE-FILA THRU P705-LE-FILA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RES-OK.
           DISPLAY 'RESERVAS ATIVAS NA FILA: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P700-LISTA-FIM.

       P705-LE-FILA.
           READ RESERVA NEXT RECORD
               AT END
                   SET WS-EOF-RES-OK TO TRUE
               NOT AT END
                   IF ID-TITULO-RES NOT EQUAL WS-ID-TITULO THEN
                       SET WS-EOF-RES-OK TO TRUE
                   ELSE
                       IF ST-RESERVA-ATIVA THEN
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY WS-QTD-LISTADOS ' ' DH-RESERVA ' '
                                   TP-LEITOR-RES '-' ID-LEITOR-RES
                                   '  ' ST-RESERVA '  '
                                   NR-EXEMPLAR-RES ' '
                                   DT-LIMITE-RETIRADA
                           END-DISPLAY
                       END-IF
                   END-IF
           END-READ.
       P705-LE-FILA-FIM.

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
           CLOSE RESERVA.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTBIBRES.
