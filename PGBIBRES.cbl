      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   ATENDIMENTO DA FILA DE RESERVAS DE UM TITULO DA
      *            BIBLIOTECA - ROTINA CHAMAVEL ACIONADA QUANDO UM
      *            EXEMPLAR FICA LIVRE (DEVOLUCAO NO NTBIBDEV, INCLUSAO
      *            NO NTBIBACV, RESERVA CANCELADA OU VENCIDA NO
      *            NTBIBRES/NTBIBEMP): PROCURA EM RESERVA.DAT A
      *            RESERVA MAIS ANTIGA DO TITULO AINDA NA FILA, SEPARA
      *            O EXEMPLAR PARA ELA COM PRAZO DE RETIRADA DE
      *            BIB-DIAS-RESERVA DIAS (PADRAO 3) E DEVOLVE O LEITOR
      *            ATENDIDO. SEM RESERVA NA FILA, DEVOLVE N E O
      *            CHAMADOR DEIXA O EXEMPLAR DISPONIVEL. A SITUACAO DO
      *            EXEMPLAR EM ACERVO.DAT FICA A CARGO DO CHAMADOR.
      *            MESMO PADRAO DE ROTINA CHAMAVEL DO PGSITMEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBIBRES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-RESERVA
           FILE  STATUS IS WS-FS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD  RESERVA.
           COPY CFPK0050.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

       77  WS-DIAS-RESERVA             PIC 9(03) VALUE ZEROS.

       77  WS-EOF-RES                  PIC X.
           88 WS-EOF-RES-OK            VALUE 'S' FALSE 'N'.

       77  WS-RES-ABERTO               PIC X.
           88 WS-RES-ABERTO-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-RES                   PIC 99.
           88 WS-FS-RES-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-BIBRES.
           03 LK-ID-TITULO             PIC 9(05).
           03 LK-NR-EXEMPLAR           PIC 9(02).
           03 LK-SEPARADO              PIC X(01).
               88 LK-SEPARADO-SIM      VALUE 'S' FALSE 'N'.
           03 LK-TP-LEITOR             PIC X(01).
           03 LK-ID-LEITOR             PIC 9(05).
           03 LK-DT-LIMITE             PIC 9(08).

       PROCEDURE DIVISION USING LK-PARM-BIBRES.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO      THRU P100-INICIO-FIM.
           PERFORM P210-LE-RESERVA  THRU P210-LE-RESERVA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RES-OK.
           PERFORM P900-FINALIZA    THRU P900-FINALIZA-FIM.
       P001-MAIN-FIM.

       COPY CFCFG002.

       P100-INICIO.
           SET LK-SEPARADO-SIM   TO FALSE.
           MOVE SPACES           TO LK-TP-LEITOR.
           MOVE ZEROS            TO LK-ID-LEITOR.
           MOVE ZEROS            TO LK-DT-LIMITE.
           SET WS-EOF-RES-OK     TO FALSE.
           SET WS-RES-ABERTO-OK  TO FALSE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE 'BIB-DIAS-RESERVA' TO WS-PL-NOME.
           MOVE 3                  TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR        TO WS-DIAS-RESERVA.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\RESERVA.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           OPEN I-O RESERVA.
           IF NOT WS-FS-RES-OK THEN
               SET WS-EOF-RES-OK TO TRUE
               GO TO P100-INICIO-FIM
           END-IF.
           SET WS-RES-ABERTO-OK TO TRUE.
           MOVE LK-ID-TITULO TO ID-TITULO-RES.
           MOVE ZEROS        TO DH-RESERVA.
           START RESERVA KEY IS NOT LESS THAN CH-RESERVA
               INVALID KEY
                   SET WS-EOF-RES-OK TO TRUE
           END-START.
       P100-INICIO-FIM.
           EXIT.

      *A CHAVE DA FILA E O TITULO SEGUIDO DA DATA/HORA DA RESERVA:
      *A PRIMEIRA RESERVA NA FILA LIDA E A MAIS ANTIGA.
       P210-LE-RESERVA.
           READ RESERVA NEXT RECORD
               AT END
                   SET WS-EOF-RES-OK TO TRUE
               NOT AT END
                   IF ID-TITULO-RES NOT EQUAL LK-ID-TITULO THEN
                       SET WS-EOF-RES-OK TO TRUE
                   ELSE
                       IF ST-RESERVA-FILA THEN
                           PERFORM P300-SEPARA-EXEMPLAR
                                   THRU P300-SEPARA-EXEMPLAR-FIM
                           SET WS-EOF-RES-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P210-LE-RESERVA-FIM.

       P300-SEPARA-EXEMPLAR.
           SET ST-RESERVA-SEPARADA TO TRUE.
           MOVE LK-NR-EXEMPLAR     TO NR-EXEMPLAR-RES.
           COMPUTE DT-LIMITE-RETIRADA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                + WS-DIAS-RESERVA).
           REWRITE REG-RESERVA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A RESERVA.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET LK-SEPARADO-SIM TO TRUE
                   MOVE TP-LEITOR-RES      TO LK-TP-LEITOR
                   MOVE ID-LEITOR-RES      TO LK-ID-LEITOR
                   MOVE DT-LIMITE-RETIRADA TO LK-DT-LIMITE
           END-REWRITE.
       P300-SEPARA-EXEMPLAR-FIM.

       P900-FINALIZA.
           IF WS-RES-ABERTO-OK THEN
               CLOSE RESERVA
           END-IF.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM PGBIBRES.
