      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      20/03/2023.
      * Purpose:   HORAS DE ATIVIDADES COMPLEMENTARES DE UM ALUNO -
      *            ROTINA CHAMAVEL QUE PERCORRE OS CERTIFICADOS
      *            ENTREGUES PELO ALUNO (ATVCOMPL.DAT, CFPK0054) E
      *            DEVOLVE O TOTAL DE HORAS CONCEDIDAS PELO
      *            COORDENADOR E O TOTAL DECLARADO EM CERTIFICADOS
      *            AINDA NAO ANALISADOS. CERTIFICADOS RECUSADOS NAO
      *            CONTAM. USADA PELA AUDITORIA DE FORMATURA
      *            (NTCURAUD), PELO CERTIFICADO DE CONCLUSAO (NTCERCON)
      *            E PELO HISTORICO ESCOLAR (NTALUHIS). SEM O ARQUIVO
      *            DE CERTIFICADOS, DEVOLVE ZERO. MESMO PADRAO DO
      *            PGESTHOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGATCHOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATVCOMPL
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ATVCOMPL
           FILE  STATUS IS WS-FS-ATC.

       DATA DIVISION.
       FILE SECTION.
       FD  ATVCOMPL.
           COPY CFPK0054.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-EOF-ATC                  PIC X.
           88 WS-EOF-ATC-OK            VALUE 'S' FALSE 'N'.

       77  WS-ATC-ABERTO               PIC X.
           88 WS-ATC-ABERTO-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-ATC                   PIC 99.
           88 WS-FS-ATC-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-ATCHOR.
           03 LK-ID-ALUNO              PIC 9(05).
           03 LK-QT-HORAS-CONCEDIDAS   PIC 9(05).
           03 LK-QT-HORAS-PENDENTES    PIC 9(05).

       PROCEDURE DIVISION USING LK-PARM-ATCHOR.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO        THRU P100-INICIO-FIM.
           PERFORM P210-LE-ATIVIDADE  THRU P210-LE-ATIVIDADE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATC-OK.
           PERFORM P900-FINALIZA      THRU P900-FINALIZA-FIM.
       P001-MAIN-FIM.

       COPY CFCFG002.

       P100-INICIO.
           MOVE ZEROS        TO LK-QT-HORAS-CONCEDIDAS.
           MOVE ZEROS        TO LK-QT-HORAS-PENDENTES.
           SET WS-EOF-ATC-OK    TO FALSE.
           SET WS-ATC-ABERTO-OK TO FALSE.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ATVCOMPL.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           OPEN INPUT ATVCOMPL.
           IF NOT WS-FS-ATC-OK THEN
               SET WS-EOF-ATC-OK TO TRUE
               GO TO P100-INICIO-FIM
           END-IF.
           SET WS-ATC-ABERTO-OK TO TRUE.
           MOVE LK-ID-ALUNO TO ID-ALUNO-ATC.
           MOVE ZEROS       TO NR-ATIVIDADE.
           START ATVCOMPL KEY IS NOT LESS THAN CH-ATVCOMPL
               INVALID KEY
                   SET WS-EOF-ATC-OK TO TRUE
           END-START.
       P100-INICIO-FIM.
           EXIT.

       P210-LE-ATIVIDADE.
           READ ATVCOMPL NEXT RECORD
               AT END
                   SET WS-EOF-ATC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-ATC NOT EQUAL LK-ID-ALUNO THEN
                       SET WS-EOF-ATC-OK TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN ST-ATIVIDADE-APROVADA
                               ADD QT-HORAS-CONCEDIDAS
                                   TO LK-QT-HORAS-CONCEDIDAS
                           WHEN ST-ATIVIDADE-PENDENTE
                               ADD QT-HORAS-DECLARADAS
                                   TO LK-QT-HORAS-PENDENTES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       P210-LE-ATIVIDADE-FIM.

       P900-FINALIZA.
           IF WS-ATC-ABERTO-OK THEN
               CLOSE ATVCOMPL
           END-IF.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM PGATCHOR.
