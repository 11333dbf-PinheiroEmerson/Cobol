      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   PENDENCIA DE UM LEITOR NA BIBLIOTECA - ROTINA
      *            CHAMAVEL QUE PERCORRE OS EMPRESTIMOS DO LEITOR
      *            (EMPRESTIMO.DAT, CHAVE ALTERNATIVA DO LEITOR) E
      *            DEVOLVE A QUANTIDADE DE EMPRESTIMOS EM ABERTO E,
      *            DESTES, OS JA VENCIDOS (DATA PREVISTA ANTERIOR A
      *            HOJE). QUANTIDADE ZERO SIGNIFICA LEITOR SEM LIVRO
      *            EM MAOS. USADA PELO EMPRESTIMO (NTBIBEMP), PELO
      *            CERTIFICADO DE CONCLUSAO (NTCERCON) E PELA
      *            ELIMINACAO DE DADOS PESSOAIS (NTLGPDEL), QUE
      *            RECUSAM ALUNO COM LIVRO A DEVOLVER. SEM O ARQUIVO
      *            DE EMPRESTIMOS, DEVOLVE ZERO. MESMO PADRAO DE
      *            ROTINA CHAMAVEL DO PGSITMEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBIBPEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS NR-EMPRESTIMO
           ALTERNATE RECORD KEY IS CH-LEITOR-EMP
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CH-EXEMPLAR-EMP
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-EMP.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMO.
           COPY CFPK0049.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-EOF-EMP                  PIC X.
           88 WS-EOF-EMP-OK            VALUE 'S' FALSE 'N'.

       77  WS-EMP-ABERTO               PIC X.
           88 WS-EMP-ABERTO-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-EMP                   PIC 99.
           88 WS-FS-EMP-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-BIBPEN.
           03 LK-TP-LEITOR             PIC X(01).
           03 LK-ID-LEITOR             PIC 9(05).
           03 LK-QT-ABERTOS            PIC 9(03).
           03 LK-QT-ATRASADOS          PIC 9(03).

       PROCEDURE DIVISION USING LK-PARM-BIBPEN.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO      THRU P100-INICIO-FIM.
           PERFORM P210-LE-EMPRESTIMO THRU P210-LE-EMPRESTIMO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EMP-OK.
           PERFORM P900-FINALIZA    THRU P900-FINALIZA-FIM.
       P001-MAIN-FIM.

       COPY CFCFG002.

       P100-INICIO.
           MOVE ZEROS        TO LK-QT-ABERTOS.
           MOVE ZEROS        TO LK-QT-ATRASADOS.
           SET WS-EOF-EMP-OK    TO FALSE.
           SET WS-EMP-ABERTO-OK TO FALSE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\EMPRESTIMO.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           OPEN INPUT EMPRESTIMO.
           IF NOT WS-FS-EMP-OK THEN
               SET WS-EOF-EMP-OK TO TRUE
               GO TO P100-INICIO-FIM
           END-IF.
           SET WS-EMP-ABERTO-OK TO TRUE.
           MOVE LK-TP-LEITOR TO TP-LEITOR-EMP.
           MOVE LK-ID-LEITOR TO ID-LEITOR-EMP.
           START EMPRESTIMO KEY IS EQUAL TO CH-LEITOR-EMP
               INVALID KEY
                   SET WS-EOF-EMP-OK TO TRUE
           END-START.
       P100-INICIO-FIM.
           EXIT.

       P210-LE-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   SET WS-EOF-EMP-OK TO TRUE
               NOT AT END
                   IF TP-LEITOR-EMP NOT EQUAL LK-TP-LEITOR OR
                      ID-LEITOR-EMP NOT EQUAL LK-ID-LEITOR THEN
                       SET WS-EOF-EMP-OK TO TRUE
                   ELSE
                       IF ST-EMPRESTIMO-ABERTO THEN
                           ADD 1 TO LK-QT-ABERTOS
                           IF DT-PREVISTA IS LESS THAN WS-DH-DATA THEN
                               ADD 1 TO LK-QT-ATRASADOS
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       P210-LE-EMPRESTIMO-FIM.

       P900-FINALIZA.
           IF WS-EMP-ABERTO-OK THEN
               CLOSE EMPRESTIMO
           END-IF.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM PGBIBPEN.
