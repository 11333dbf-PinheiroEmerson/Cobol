      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      13/03/2023.
      * Purpose:   HORAS DE ESTAGIO DE UM ALUNO - ROTINA CHAMAVEL QUE
      *            PERCORRE OS LANCAMENTOS MENSAIS DE TODOS OS TERMOS
      *            DE ESTAGIO DO ALUNO (ESTHORAS.DAT, CFPK0052) E
      *            DEVOLVE O TOTAL DE HORAS JA APROVADAS PELO
      *            ORIENTADOR E O TOTAL AINDA PENDENTE DE APROVACAO.
      *            HORAS RECUSADAS NAO CONTAM. USADA PELA AUDITORIA DE
      *            FORMATURA (NTCURAUD) E PELO CERTIFICADO DE
      *            CONCLUSAO (NTCERCON). SEM O ARQUIVO DE HORAS,
      *            DEVOLVE ZERO. MESMO PADRAO DE ROTINA CHAMAVEL DO
      *            PGBIBPEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGESTHOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTHORAS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ESTHORAS
           FILE  STATUS IS WS-FS-EHR.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTHORAS.
           COPY CFPK0052.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-EOF-EHR                  PIC X.
           88 WS-EOF-EHR-OK            VALUE 'S' FALSE 'N'.

       77  WS-EHR-ABERTO               PIC X.
           88 WS-EHR-ABERTO-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-EHR                   PIC 99.
           88 WS-FS-EHR-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-ESTHOR.
           03 LK-ID-ALUNO              PIC 9(05).
           03 LK-QT-HORAS-APROVADAS    PIC 9(05).
           03 LK-QT-HORAS-PENDENTES    PIC 9(05).

       PROCEDURE DIVISION USING LK-PARM-ESTHOR.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO      THRU P100-INICIO-FIM.
           PERFORM P210-LE-HORAS    THRU P210-LE-HORAS-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EHR-OK.
           PERFORM P900-FINALIZA    THRU P900-FINALIZA-FIM.
       P001-MAIN-FIM.

       COPY CFCFG002.

       P100-INICIO.
           MOVE ZEROS        TO LK-QT-HORAS-APROVADAS.
           MOVE ZEROS        TO LK-QT-HORAS-PENDENTES.
           SET WS-EOF-EHR-OK    TO FALSE.
           SET WS-EHR-ABERTO-OK TO FALSE.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ESTHORAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           OPEN INPUT ESTHORAS.
           IF NOT WS-FS-EHR-OK THEN
               SET WS-EOF-EHR-OK TO TRUE
               GO TO P100-INICIO-FIM
           END-IF.
           SET WS-EHR-ABERTO-OK TO TRUE.
           MOVE LK-ID-ALUNO TO ID-ALUNO-EHR.
           MOVE ZEROS       TO NR-ESTAGIO-EHR.
           MOVE ZEROS       TO CP-HORAS-EHR.
           START ESTHORAS KEY IS NOT LESS THAN CH-ESTHORAS
               INVALID KEY
                   SET WS-EOF-EHR-OK TO TRUE
           END-START.
       P100-INICIO-FIM.
           EXIT.

       P210-LE-HORAS.
           READ ESTHORAS NEXT RECORD
               AT END
                   SET WS-EOF-EHR-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-EHR NOT EQUAL LK-ID-ALUNO THEN
                       SET WS-EOF-EHR-OK TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN ST-HORAS-APROVADA
                               ADD QT-HORAS-EHR
                                   TO LK-QT-HORAS-APROVADAS
                           WHEN ST-HORAS-PENDENTE
                               ADD QT-HORAS-EHR
                                   TO LK-QT-HORAS-PENDENTES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       P210-LE-HORAS-FIM.

       P900-FINALIZA.
           IF WS-EHR-ABERTO-OK THEN
               CLOSE ESTHORAS
           END-IF.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM PGESTHOR.
