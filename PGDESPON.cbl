      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      16/01/2023.
      * Purpose:   APURACAO DO DESCONTO DE PONTUALIDADE DE UMA
      *            MENSALIDADE - RECEBE O CURSO, A COMPETENCIA, O
      *            VENCIMENTO E O VALOR DE FACE DA COBRANCA; DEVOLVE
      *            O PERCENTUAL E OS DIAS DA TABELA DE PRECOS
      *            (PRECOS.DAT/CFPK0024), A DATA LIMITE PARA O
      *            DESCONTO E O VALOR DO DESCONTO. SEM PRECO
      *            CADASTRADO OU COM PERCENTUAL ZERO, DEVOLVE DATA
      *            LIMITE E DESCONTO ZERADOS. REGRA CENTRAL USADA NA
      *            BAIXA (NTFINPAG/NTFINRET), NA REMESSA (NTFINREM) E
      *            NO BOLETO (NTFINBOL). MESMO PADRAO DE ROTINA
      *            CHAMAVEL DO PGPARLER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGDESPON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-PRECO
           FILE  STATUS IS WS-FS-P.

       DATA DIVISION.
       FILE SECTION.
       FD  PRECOS.
           COPY CFPK0024.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-DESPON.
           03 LK-ID-CURSO              PIC 9(02).
           03 LK-COMPETENCIA           PIC 9(06).
           03 LK-DT-VENCIMENTO         PIC 9(08).
           03 LK-VL-FACE               PIC 9(05)V99.
           03 LK-PC-DESCONTO           PIC 9(03)V99.
           03 LK-QT-DIAS               PIC 9(02).
           03 LK-DT-LIMITE             PIC 9(08).
           03 LK-VL-DESCONTO           PIC 9(05)V99.

       PROCEDURE DIVISION USING LK-PARM-DESPON.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           MOVE ZEROS TO LK-PC-DESCONTO.
           MOVE ZEROS TO LK-QT-DIAS.
           MOVE ZEROS TO LK-DT-LIMITE.
           MOVE ZEROS TO LK-VL-DESCONTO.
           IF LK-ID-CURSO EQUAL ZEROS OR
              LK-DT-VENCIMENTO EQUAL ZEROS THEN
               GO TO P001-MAIN-FIM
           END-IF.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE) DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PRECOS.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           OPEN INPUT PRECOS.
           IF WS-FS-P-OK THEN
               MOVE LK-ID-CURSO    TO ID-CURSO-PRECO
               MOVE LK-COMPETENCIA TO COMPETENCIA-PRECO
               READ PRECOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-DESC-PONTUALIDADE TO LK-PC-DESCONTO
                       MOVE QT-DIAS-PONTUALIDADE TO LK-QT-DIAS
               END-READ
               CLOSE PRECOS
           END-IF.
           IF LK-PC-DESCONTO EQUAL ZEROS THEN
               MOVE ZEROS TO LK-QT-DIAS
               GO TO P001-MAIN-FIM
           END-IF.
      *A DATA LIMITE E O VENCIMENTO MENOS OS DIAS DA TABELA.
           COMPUTE LK-DT-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (LK-DT-VENCIMENTO)
                    - LK-QT-DIAS).
           COMPUTE LK-VL-DESCONTO ROUNDED =
                   LK-VL-FACE * LK-PC-DESCONTO / 100.
       P001-MAIN-FIM.
           GOBACK.

       COPY CFCFG002.

       END PROGRAM PGDESPON.
