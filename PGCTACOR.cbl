      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      12/12/2022.
      * Purpose:   CONTA CORRENTE DO ALUNO - ROTINA CHAMADA PELAS
      *            BAIXAS E PELA ABERTURA DE COMPETENCIA PARA MANTER
      *            E CONSULTAR O SALDO CREDOR DO ALUNO EM CTACOR.DAT
      *            (LAYOUT CFPK0045):
      *              LK-ACAO = 'S'  SO APURA O SALDO DO ALUNO EM
      *                             LK-SALDO;
      *              LK-ACAO = 'C'  LANCA UM CREDITO DE LK-VALOR
      *                             (PAGAMENTO ALEM DO DEVIDO);
      *              LK-ACAO = 'D'  LANCA UM DEBITO DE LK-VALOR, NUNCA
      *                             MAIOR QUE O SALDO: O VALOR DE FATO
      *                             DEBITADO VOLTA EM LK-VALOR.
      *            NOS LANCAMENTOS, LK-SALDO VOLTA JA ATUALIZADO E
      *            LK-IMAGEM TRAZ O REGISTRO GRAVADO, PARA O CHAMADOR
      *            LEVAR A AUDITORIA (BRANCOS SE NADA FOI GRAVADO).
      *            MESMO PADRAO DE ROTINA CHAMAVEL DO PGSPOOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGCTACOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTACOR
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CTACOR
           FILE  STATUS IS WS-FS-CC.

       DATA DIVISION.
       FILE SECTION.
       FD  CTACOR.
           COPY CFPK0045.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-VL-CREDITOS              PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-DEBITOS               PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-SALDO                 PIC S9(09)V99 VALUE ZEROS.
       77  WS-ULTIMO-LANCTO            PIC 9(05) VALUE ZEROS.

       77  WS-EOF-CTACOR               PIC X.
           88 WS-EOF-CTACOR-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-CC                    PIC 99.
           88 WS-FS-CC-OK              VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-CTACOR.
           03 LK-ACAO                  PIC X(01).
               88 LK-ACAO-SALDO        VALUE 'S'.
               88 LK-ACAO-CREDITO      VALUE 'C'.
               88 LK-ACAO-DEBITO       VALUE 'D'.
           03 LK-ID-ALUNO              PIC 9(05).
           03 LK-VALOR                 PIC 9(07)V99.
           03 LK-ORIGEM                PIC X(10).
           03 LK-CH-COBRANCA           PIC X(12).
           03 LK-OPERADOR              PIC X(10).
           03 LK-SALDO                 PIC 9(07)V99.
           03 LK-IMAGEM                PIC X(60).

       PROCEDURE DIVISION USING LK-PARM-CTACOR.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO      THRU P100-INICIO-FIM.
           IF NOT WS-FS-CC-OK THEN
               GO TO P001-MAIN-FIM
           END-IF.
           PERFORM P200-APURA-SALDO THRU P200-APURA-SALDO-FIM.
           EVALUATE TRUE
               WHEN LK-ACAO-CREDITO
                   PERFORM P300-LANCA-CREDITO
                           THRU P300-LANCA-CREDITO-FIM
               WHEN LK-ACAO-DEBITO
                   PERFORM P400-LANCA-DEBITO
                           THRU P400-LANCA-DEBITO-FIM
           END-EVALUATE.
           CLOSE CTACOR.
       P001-MAIN-FIM.
           GOBACK.

       COPY CFCFG002.

      *ABRE A CONTA CORRENTE; SE O ARQUIVO AINDA NAO EXISTE, E
      *CRIADO VAZIO (NENHUM ALUNO COM SALDO). SEM O ARQUIVO, O SALDO
      *VOLTA ZERO E NENHUM LANCAMENTO E FEITO.
       P100-INICIO.
           MOVE ZEROS  TO LK-SALDO.
           MOVE SPACES TO LK-IMAGEM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CTACOR.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           OPEN I-O CTACOR.
           IF NOT WS-FS-CC-OK THEN
               OPEN OUTPUT CTACOR
               CLOSE CTACOR
               OPEN I-O CTACOR
           END-IF.
           IF NOT WS-FS-CC-OK THEN
               IF NOT LK-ACAO-SALDO THEN
                   MOVE ZEROS TO LK-VALOR
               END-IF
           END-IF.
       P100-INICIO-FIM.

      *SOMA OS CREDITOS E OS DEBITOS DO ALUNO E GUARDA O NUMERO DO
      *ULTIMO LANCAMENTO, BASE DO PROXIMO.
       P200-APURA-SALDO.
           MOVE ZEROS TO WS-VL-CREDITOS.
           MOVE ZEROS TO WS-VL-DEBITOS.
           MOVE ZEROS TO WS-ULTIMO-LANCTO.
           SET WS-EOF-CTACOR-OK TO FALSE.
           MOVE LK-ID-ALUNO TO ID-ALUNO-CTACOR.
           MOVE ZEROS       TO NR-LANCTO-CTACOR.
           START CTACOR KEY IS NOT LESS THAN CH-CTACOR
               INVALID KEY
                   SET WS-EOF-CTACOR-OK TO TRUE
           END-START.
           PERFORM P210-LE-LANCAMENTO THRU P210-LE-LANCAMENTO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-CTACOR-OK.
           COMPUTE WS-VL-SALDO = WS-VL-CREDITOS - WS-VL-DEBITOS.
           IF WS-VL-SALDO IS LESS THAN ZEROS THEN
               MOVE ZEROS TO WS-VL-SALDO
           END-IF.
           MOVE WS-VL-SALDO TO LK-SALDO.
       P200-APURA-SALDO-FIM.

       P210-LE-LANCAMENTO.
           READ CTACOR NEXT RECORD
               AT END
                   SET WS-EOF-CTACOR-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-CTACOR NOT EQUAL LK-ID-ALUNO THEN
                       SET WS-EOF-CTACOR-OK TO TRUE
                   ELSE
                       MOVE NR-LANCTO-CTACOR TO WS-ULTIMO-LANCTO
                       IF TP-LANCTO-CREDITO THEN
                           ADD VL-LANCTO-CTACOR TO WS-VL-CREDITOS
                       ELSE
                           ADD VL-LANCTO-CTACOR TO WS-VL-DEBITOS
                       END-IF
                   END-IF
           END-READ.
       P210-LE-LANCAMENTO-FIM.

       P300-LANCA-CREDITO.
           IF LK-VALOR NOT GREATER THAN ZEROS THEN
               GO TO P300-LANCA-CREDITO-FIM
           END-IF.
           SET TP-LANCTO-CREDITO TO TRUE.
           PERFORM P500-GRAVA-LANCAMENTO
                   THRU P500-GRAVA-LANCAMENTO-FIM.
       P300-LANCA-CREDITO-FIM.
           EXIT.

      *O DEBITO NUNCA PASSA DO SALDO: A CONTA CORRENTE NAO FICA
      *DEVEDORA (O QUE O ALUNO DEVE ESTA NAS COBRANCAS EM ABERTO).
       P400-LANCA-DEBITO.
           IF LK-VALOR IS GREATER THAN LK-SALDO THEN
               MOVE LK-SALDO TO LK-VALOR
           END-IF.
           IF LK-VALOR NOT GREATER THAN ZEROS THEN
               GO TO P400-LANCA-DEBITO-FIM
           END-IF.
           SET TP-LANCTO-DEBITO TO TRUE.
           PERFORM P500-GRAVA-LANCAMENTO
                   THRU P500-GRAVA-LANCAMENTO-FIM.
       P400-LANCA-DEBITO-FIM.
           EXIT.

       P500-GRAVA-LANCAMENTO.
           MOVE LK-ID-ALUNO       TO ID-ALUNO-CTACOR.
           ADD 1 TO WS-ULTIMO-LANCTO.
           MOVE WS-ULTIMO-LANCTO  TO NR-LANCTO-CTACOR.
           MOVE WS-DH-DATA        TO DT-LANCTO-CTACOR.
           MOVE LK-VALOR          TO VL-LANCTO-CTACOR.
           MOVE LK-ORIGEM         TO DS-ORIGEM-CTACOR.
           MOVE LK-CH-COBRANCA    TO CH-COBRANCA-CTACOR.
           MOVE LK-OPERADOR       TO ID-OPERADOR-CTACOR.
           WRITE REG-CTACOR
               INVALID KEY
                   MOVE ZEROS TO LK-VALOR
               NOT INVALID KEY
                   IF TP-LANCTO-CREDITO THEN
                       ADD LK-VALOR      TO LK-SALDO
                   ELSE
                       SUBTRACT LK-VALOR FROM LK-SALDO
                   END-IF
                   MOVE REG-CTACOR TO LK-IMAGEM
           END-WRITE.
       P500-GRAVA-LANCAMENTO-FIM.

       END PROGRAM PGCTACOR.
