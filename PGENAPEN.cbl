      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      19/06/2023.
      * Purpose:   PENDENCIA DO ALUNO NO ENADE - ROTINA CHAMAVEL QUE
      *            PERCORRE AS SITUACOES DO ALUNO NO EXAME (ENADE.DAT,
      *            CHAVE ALTERNATIVA DO ALUNO) E DEVOLVE QUANTOS ANOS
      *            ESTAO COM SITUACAO IRREGULAR E O ULTIMO DELES.
      *            QUANTIDADE ZERO SIGNIFICA ALUNO EM DIA COM O ENADE.
      *            USADA PELO CERTIFICADO DE CONCLUSAO (NTCERCON) E
      *            PELA AUDITORIA DE FORMATURA (NTCURAUD), QUE NAO
      *            LIBERAM ALUNO IRREGULAR. SEM O ARQUIVO DO ENADE,
      *            DEVOLVE ZERO. MESMO PADRAO DE ROTINA CHAMAVEL DO
      *            PGBIBPEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENAPEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENADE
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ENADE
           ALTERNATE RECORD KEY IS ID-ALUNO-ENA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ENA.

       DATA DIVISION.
       FILE SECTION.
       FD  ENADE.
           COPY CFPK0075.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-EOF-ENA                  PIC X.
           88 WS-EOF-ENA-OK            VALUE 'S' FALSE 'N'.

       77  WS-ENA-ABERTO               PIC X.
           88 WS-ENA-ABERTO-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-ENA                   PIC 99.
           88 WS-FS-ENA-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-ENAPEN.
           03 LK-ID-ALUNO              PIC 9(05).
           03 LK-QT-IRREGULAR          PIC 9(02).
           03 LK-AA-IRREGULAR          PIC 9(04).

       PROCEDURE DIVISION USING LK-PARM-ENAPEN.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO      THRU P100-INICIO-FIM.
           PERFORM P210-LE-ENADE    THRU P210-LE-ENADE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ENA-OK.
           PERFORM P900-FINALIZA    THRU P900-FINALIZA-FIM.
       P001-MAIN-FIM.

       COPY CFCFG002.

       P100-INICIO.
           MOVE ZEROS        TO LK-QT-IRREGULAR.
           MOVE ZEROS        TO LK-AA-IRREGULAR.
           SET WS-EOF-ENA-OK    TO FALSE.
           SET WS-ENA-ABERTO-OK TO FALSE.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ENADE.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           OPEN INPUT ENADE.
           IF NOT WS-FS-ENA-OK THEN
               SET WS-EOF-ENA-OK TO TRUE
               GO TO P100-INICIO-FIM
           END-IF.
           SET WS-ENA-ABERTO-OK TO TRUE.
           MOVE LK-ID-ALUNO TO ID-ALUNO-ENA.
           START ENADE KEY IS EQUAL TO ID-ALUNO-ENA
               INVALID KEY
                   SET WS-EOF-ENA-OK TO TRUE
           END-START.
       P100-INICIO-FIM.
           EXIT.

       P210-LE-ENADE.
           READ ENADE NEXT RECORD
               AT END
                   SET WS-EOF-ENA-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-ENA NOT EQUAL LK-ID-ALUNO THEN
                       SET WS-EOF-ENA-OK TO TRUE
                   ELSE
                       IF ST-ENADE-IRREGULAR THEN
                           ADD 1 TO LK-QT-IRREGULAR
                           IF AA-ENADE-ENA IS GREATER THAN
                                  LK-AA-IRREGULAR THEN
                               MOVE AA-ENADE-ENA TO LK-AA-IRREGULAR
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       P210-LE-ENADE-FIM.

       P900-FINALIZA.
           IF WS-ENA-ABERTO-OK THEN
               CLOSE ENADE
           END-IF.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM PGENAPEN.
