      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      03/04/2023.
      * Purpose:   APURACAO DAS ELETIVAS DE UM ALUNO - ROTINA CHAMAVEL
      *            QUE LE OS GRUPOS DE ELETIVAS DA VERSAO DE GRADE DO
      *            ALUNO (ELETIVAS.DAT, CFPK0056; CURSO + ANO DE
      *            VIGENCIA DEVOLVIDO PELO PGGRADE) E DEVOLVE, POR
      *            GRUPO (ATE 10), O MINIMO EXIGIDO, O QUANTO O ALUNO
      *            JA CUMPRIU (HORAS OU MATERIAS APROVADAS, PELO
      *            PGAPROVA, QUE HONRA AS EQUIVALENCIAS) E AS MATERIAS
      *            DO GRUPO COM A MARCA DE APROVADA. A CARGA HORARIA
      *            E LIDA DA PRIMEIRA OFERTA DA MATERIA, COMO NA
      *            AUDITORIA DE FORMATURA. USADA PELO NTCURAUD, PELO
      *            NTCERCON E PELO NTMATPRO. SEM O ARQUIVO DE GRUPOS,
      *            DEVOLVE NENHUM GRUPO. MESMO PADRAO DO PGATCHOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGELETIV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELETIVAS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ELETIVA
           FILE  STATUS IS WS-FS-ELT.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

       DATA DIVISION.
       FILE SECTION.
       FD  ELETIVAS.
           COPY CFPK0056.

       FD  MATERIAS.
           COPY CFPK0002.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-INDICE-GRUPO             PIC 9(02) VALUE ZEROS.
       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.
       77  WS-HORAS-MATERIA            PIC 9(03) VALUE ZEROS.

      *AREA DO TESTE DE APROVACAO (PGAPROVA), QUE TAMBEM HONRA AS
      *EQUIVALENCIAS ENTRE MATERIAS (EQUIVALE.DAT/NTEQVMAN).
       01  WS-PARM-APROVA.
           03 WS-AP-ID-ALUNO           PIC 9(05).
           03 WS-AP-ID-MATERIA         PIC 9(05).
           03 WS-AP-APROVADO           PIC X(01).
               88 WS-AP-APROVADO-SIM   VALUE 'S' FALSE 'N'.

       77  WS-EOF-ELT                  PIC X.
           88 WS-EOF-ELT-OK            VALUE 'S' FALSE 'N'.

       77  WS-ELT-ABERTO               PIC X.
           88 WS-ELT-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77  WS-MAT-ABERTO               PIC X.
           88 WS-MAT-ABERTO-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-ELT                   PIC 99.
           88 WS-FS-ELT-OK             VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-ELETIV.
           03 LK-ID-ALUNO              PIC 9(05).
           03 LK-ID-CURSO              PIC 9(02).
           03 LK-AA-VIGENCIA           PIC 9(04).
           03 LK-QT-GRUPOS             PIC 9(02).
           03 LK-QT-INCOMPLETOS        PIC 9(02).
           03 LK-GRUPO                 OCCURS 10 TIMES.
               05 LK-CD-GRUPO          PIC 9(02).
               05 LK-DS-GRUPO          PIC X(30).
               05 LK-TP-MINIMO         PIC X(01).
               05 LK-QT-MINIMO         PIC 9(04).
               05 LK-QT-CUMPRIDO       PIC 9(04).
               05 LK-FL-COMPLETO       PIC X(01).
                   88 LK-GRUPO-COMPLETO VALUE 'S' FALSE 'N'.
               05 LK-QT-MATERIAS       PIC 9(02).
               05 LK-MATERIA           OCCURS 30 TIMES.
                   07 LK-ID-MATERIA    PIC 9(05).
                   07 LK-FL-APROVADA   PIC X(01).
                       88 LK-MATERIA-APROVADA VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION USING LK-PARM-ELETIV.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO        THRU P100-INICIO-FIM.
           PERFORM P210-LE-GRUPO      THRU P210-LE-GRUPO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ELT-OK.
           PERFORM P900-FINALIZA      THRU P900-FINALIZA-FIM.
       P001-MAIN-FIM.

       COPY CFCFG002.

       P100-INICIO.
           MOVE ZEROS           TO LK-QT-GRUPOS.
           MOVE ZEROS           TO LK-QT-INCOMPLETOS.
           SET WS-EOF-ELT-OK    TO FALSE.
           SET WS-ELT-ABERTO-OK TO FALSE.
           SET WS-MAT-ABERTO-OK TO FALSE.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ELETIVAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           OPEN INPUT ELETIVAS.
           IF NOT WS-FS-ELT-OK THEN
               SET WS-EOF-ELT-OK TO TRUE
               GO TO P100-INICIO-FIM
           END-IF.
           SET WS-ELT-ABERTO-OK TO TRUE.
      *SEM MATERIAS.DAT AS HORAS FICAM EM ZERO.
           OPEN INPUT MATERIAS.
           IF WS-FS-M-OK THEN
               SET WS-MAT-ABERTO-OK TO TRUE
           END-IF.
           MOVE LK-ID-CURSO    TO ID-CURSO-ELT.
           MOVE LK-AA-VIGENCIA TO AA-VIGENCIA-ELT.
           MOVE ZEROS          TO CD-GRUPO-ELT.
           START ELETIVAS KEY IS NOT LESS THAN CH-ELETIVA
               INVALID KEY
                   SET WS-EOF-ELT-OK TO TRUE
           END-START.
       P100-INICIO-FIM.
           EXIT.

      *CADA GRUPO DA VERSAO DE GRADE OCUPA UMA POSICAO DA TABELA
      *DEVOLVIDA; GRUPOS ALEM DO DECIMO SAO IGNORADOS.
       P210-LE-GRUPO.
           READ ELETIVAS NEXT RECORD
               AT END
                   SET WS-EOF-ELT-OK TO TRUE
               NOT AT END
                   IF ID-CURSO-ELT    NOT EQUAL LK-ID-CURSO OR
                      AA-VIGENCIA-ELT NOT EQUAL LK-AA-VIGENCIA OR
                      LK-QT-GRUPOS    EQUAL 10 THEN
                       SET WS-EOF-ELT-OK TO TRUE
                   ELSE
                       ADD 1 TO LK-QT-GRUPOS
                       MOVE LK-QT-GRUPOS TO WS-INDICE-GRUPO
                       PERFORM P220-APURA-GRUPO
                               THRU P220-APURA-GRUPO-FIM
                   END-IF
           END-READ.
       P210-LE-GRUPO-FIM.

       P220-APURA-GRUPO.
           MOVE CD-GRUPO-ELT    TO LK-CD-GRUPO    (WS-INDICE-GRUPO).
           MOVE DS-GRUPO-ELT    TO LK-DS-GRUPO    (WS-INDICE-GRUPO).
           MOVE TP-MINIMO-ELT   TO LK-TP-MINIMO   (WS-INDICE-GRUPO).
           MOVE QT-MINIMO-ELT   TO LK-QT-MINIMO   (WS-INDICE-GRUPO).
           MOVE ZEROS           TO LK-QT-CUMPRIDO (WS-INDICE-GRUPO).
           MOVE QT-MATERIAS-ELT TO LK-QT-MATERIAS (WS-INDICE-GRUPO).
           PERFORM P230-APURA-MATERIA THRU P230-APURA-MATERIA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 30.
           IF LK-QT-CUMPRIDO (WS-INDICE-GRUPO) IS LESS THAN
              LK-QT-MINIMO (WS-INDICE-GRUPO) THEN
               SET LK-GRUPO-COMPLETO (WS-INDICE-GRUPO) TO FALSE
               ADD 1 TO LK-QT-INCOMPLETOS
           ELSE
               SET LK-GRUPO-COMPLETO (WS-INDICE-GRUPO) TO TRUE
           END-IF.
       P220-APURA-GRUPO-FIM.

      *MATERIA APROVADA SOMA UMA MATERIA OU A SUA CARGA HORARIA,
      *CONFORME O TIPO DE MINIMO DO GRUPO.
       P230-APURA-MATERIA.
           MOVE ID-MATERIA-ELT (WS-INDICE)
             TO LK-ID-MATERIA (WS-INDICE-GRUPO WS-INDICE).
           SET LK-MATERIA-APROVADA (WS-INDICE-GRUPO WS-INDICE)
               TO FALSE.
           IF WS-INDICE > QT-MATERIAS-ELT OR
              ID-MATERIA-ELT (WS-INDICE) EQUAL ZEROS THEN
               GO TO P230-APURA-MATERIA-FIM
           END-IF.
           MOVE LK-ID-ALUNO                TO WS-AP-ID-ALUNO.
           MOVE ID-MATERIA-ELT (WS-INDICE) TO WS-AP-ID-MATERIA.
           CALL 'PGAPROVA' USING WS-PARM-APROVA.
           IF NOT WS-AP-APROVADO-SIM THEN
               GO TO P230-APURA-MATERIA-FIM
           END-IF.
           SET LK-MATERIA-APROVADA (WS-INDICE-GRUPO WS-INDICE)
               TO TRUE.
           IF TP-MINIMO-HORAS THEN
               PERFORM P240-LE-CARGA-HORARIA
                       THRU P240-LE-CARGA-HORARIA-FIM
               ADD WS-HORAS-MATERIA
                   TO LK-QT-CUMPRIDO (WS-INDICE-GRUPO)
           ELSE
               ADD 1 TO LK-QT-CUMPRIDO (WS-INDICE-GRUPO)
           END-IF.
       P230-APURA-MATERIA-FIM.
           EXIT.

      *CARGA HORARIA DA PRIMEIRA OFERTA CADASTRADA DA MATERIA.
       P240-LE-CARGA-HORARIA.
           MOVE ZEROS TO WS-HORAS-MATERIA.
           IF NOT WS-MAT-ABERTO-OK THEN
               GO TO P240-LE-CARGA-HORARIA-FIM
           END-IF.
           MOVE ID-MATERIA-ELT (WS-INDICE) TO ID-MATERIA OF REG-MATERIA.
           MOVE ZEROS TO AS-ANO      OF REG-MATERIA.
           MOVE ZEROS TO AS-SEMESTRE OF REG-MATERIA.
           START MATERIAS KEY IS NOT LESS THAN CH-MATERIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MATERIAS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ID-MATERIA OF REG-MATERIA EQUAL
                                  ID-MATERIA-ELT (WS-INDICE) THEN
                               MOVE CH-HORAS TO WS-HORAS-MATERIA
                           END-IF
                   END-READ
           END-START.
       P240-LE-CARGA-HORARIA-FIM.
           EXIT.

       P900-FINALIZA.
           IF WS-ELT-ABERTO-OK THEN
               CLOSE ELETIVAS
           END-IF.
           IF WS-MAT-ABERTO-OK THEN
               CLOSE MATERIAS
           END-IF.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM PGELETIV.
