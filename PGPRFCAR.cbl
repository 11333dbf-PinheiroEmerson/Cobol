      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      08/05/2023.
      * Purpose:   CARGA HORARIA E DISPONIBILIDADE DO PROFESSOR -
      *            ROTINA CHAMAVEL QUE SOMA OS MINUTOS SEMANAIS DE
      *            AULA DO PROFESSOR NO PERIODO (BLOCOS DE HORARIO.DAT
      *            DAS OFERTAS ATRIBUIDAS A ELE EM MATERIAS.DAT) MAIS
      *            A OFERTA E/OU O BLOCO NOVO INFORMADOS, E CONFERE:
      *            - QUE CADA BLOCO DA OFERTA NOVA E O BLOCO NOVO
      *              CAIAM DENTRO DE UMA FAIXA DE DISPONIBILIDADE DO
      *              PROFESSOR NO MESMO DIA (DISPPROF.DAT, CFPK0061);
      *              SEM NENHUMA FAIXA CADASTRADA, TUDO E ACEITO;
      *            - QUE O TOTAL NAO PASSE DA CARGA MAXIMA SEMANAL DO
      *              CONTRATO (QT-MAX-HORAS-SEMANA DE CFPK0010; ZERO =
      *              SEM LIMITE).
      *            USADA PELO NTPRFMAN (ATRIBUICAO DE OFERTA), PELO
      *            NTSUBMAN (SUBSTITUICAO) E PELO NTHORMAN (INCLUSAO
      *            DE BLOCO). MESMO PADRAO DE ROTINA CHAMAVEL DO
      *            PGATCHOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGPRFCAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSOR
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-PROFESSOR OF REG-PROFESSOR
           FILE  STATUS IS WS-FS-P.

           SELECT DISPPROF
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-DISPPROF
           FILE  STATUS IS WS-FS-DSP.

           SELECT HORARIO
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-HORARIO
           FILE  STATUS IS WS-FS-H.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSOR.
           COPY CFPK0010.

       FD  DISPPROF.
           COPY CFPK0061.

       FD  HORARIO.
           COPY CFPK0011.

       FD  MATERIAS.
           COPY CFPK0002.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *FAIXAS DE DISPONIBILIDADE DO PROFESSOR.
       01  WS-TABELA-DISPONIVEL.
           03 WS-QT-FAIXAS             PIC 9(02) VALUE ZEROS.
           03 WS-FX OCCURS 50 TIMES.
               05 WS-FX-DIA            PIC 9(01).
               05 WS-FX-INICIO         PIC 9(04).
               05 WS-FX-FIM            PIC 9(04).

       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.

      *BLOCO EM CONFERENCIA.
       77  WS-BL-DIA                   PIC 9(01) VALUE ZEROS.
       77  WS-BL-INICIO                PIC 9(04) VALUE ZEROS.
       77  WS-BL-FIM                   PIC 9(04) VALUE ZEROS.

      *CONVERSAO DE HORA HHMM PARA MINUTOS DO DIA.
       77  WS-HHMM                     PIC 9(04) VALUE ZEROS.
       77  WS-MINUTOS                  PIC 9(04) VALUE ZEROS.
       77  WS-MIN-INICIO               PIC 9(04) VALUE ZEROS.
       77  WS-HH                       PIC 9(02) VALUE ZEROS.
       77  WS-MM                       PIC 9(02) VALUE ZEROS.

      *ULTIMA OFERTA LIDA EM MATERIAS (HORARIO VEM EM ORDEM DE
      *OFERTA, ENTAO CADA OFERTA E LIDA UMA VEZ SO).
       01  WS-OFERTA-LIDA.
           03 WS-OL-ID-MATERIA         PIC 9(05).
           03 WS-OL-ANO-SEMESTRE       PIC 9(05).
       77  WS-OL-ID-PROFESSOR          PIC 9(03) VALUE ZEROS.

       77  WS-EOF-H                    PIC X.
           88 WS-EOF-H-OK              VALUE 'S' FALSE 'N'.
       77  WS-EOF-DSP                  PIC X.
           88 WS-EOF-DSP-OK            VALUE 'S' FALSE 'N'.
       77  WS-DENTRO                   PIC X.
           88 WS-DENTRO-OK             VALUE 'S' FALSE 'N'.
       77  WS-H-ABERTO                 PIC X.
           88 WS-H-ABERTO-OK           VALUE 'S' FALSE 'N'.
       77  WS-M-ABERTO                 PIC X.
           88 WS-M-ABERTO-OK           VALUE 'S' FALSE 'N'.

       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-DSP                   PIC 99.
           88 WS-FS-DSP-OK             VALUE 0.
       77  WS-FS-H                     PIC 99.
           88 WS-FS-H-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.

       LINKAGE SECTION.
      *LK-PC-ID-MATERIA: OFERTA QUE O PROFESSOR VAI ASSUMIR (ZERO =
      *NENHUMA); OS BLOCOS DELA SAO SOMADOS E CONFERIDOS. LK-PC-DIA-
      *SEMANA/HR-INICIO/HR-FIM: BLOCO NOVO AINDA NAO GRAVADO (HR-FIM
      *ZERO = NENHUM). NA VOLTA, LK-PC-RESULTADO DIZ SE PODE GRAVAR;
      *NA RECUSA POR DISPONIBILIDADE, LK-PC-DIA/HORA-RECUSADA APONTAM
      *O BLOCO FORA DAS FAIXAS.
       01  LK-PARM-PRFCAR.
           03 LK-PC-ID-PROFESSOR       PIC 9(03).
           03 LK-PC-ANO-SEMESTRE       PIC 9(05).
           03 LK-PC-ID-MATERIA         PIC 9(05).
           03 LK-PC-DIA-SEMANA         PIC 9(01).
           03 LK-PC-HR-INICIO          PIC 9(04).
           03 LK-PC-HR-FIM             PIC 9(04).
           03 LK-PC-MIN-SEMANA         PIC 9(05).
           03 LK-PC-MAX-HORAS          PIC 9(02).
           03 LK-PC-RESULTADO          PIC X(01).
               88 LK-PC-ACEITO         VALUE 'S'.
               88 LK-PC-EXCEDE-CARGA   VALUE 'C'.
               88 LK-PC-INDISPONIVEL   VALUE 'D'.
           03 LK-PC-DIA-RECUSADO       PIC 9(01).
           03 LK-PC-HORA-RECUSADA      PIC 9(04).

       PROCEDURE DIVISION USING LK-PARM-PRFCAR.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO        THRU P100-INICIO-FIM.
           PERFORM P200-LE-HORARIO    THRU P200-LE-HORARIO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-H-OK.
           PERFORM P300-BLOCO-NOVO    THRU P300-BLOCO-NOVO-FIM.
           PERFORM P400-CONFERE-CARGA THRU P400-CONFERE-CARGA-FIM.
           PERFORM P900-FINALIZA      THRU P900-FINALIZA-FIM.
       P001-MAIN-FIM.

       COPY CFCFG002.

       P100-INICIO.
           MOVE ZEROS   TO LK-PC-MIN-SEMANA LK-PC-MAX-HORAS
                           LK-PC-DIA-RECUSADO LK-PC-HORA-RECUSADA.
           SET LK-PC-ACEITO TO TRUE.
           MOVE ZEROS   TO WS-QT-FAIXAS WS-OL-ID-MATERIA
                           WS-OL-ANO-SEMESTRE WS-OL-ID-PROFESSOR.
           SET WS-EOF-H-OK     TO FALSE.
           SET WS-H-ABERTO-OK  TO FALSE.
           SET WS-M-ABERTO-OK  TO FALSE.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PROFESSOR.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DISPPROF.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\HORARIO.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
      *CARGA MAXIMA DO CONTRATO.
           OPEN INPUT PROFESSOR.
           IF WS-FS-P-OK THEN
               MOVE LK-PC-ID-PROFESSOR
                    TO ID-PROFESSOR OF REG-PROFESSOR
               READ PROFESSOR
                   NOT INVALID KEY
                       MOVE QT-MAX-HORAS-SEMANA TO LK-PC-MAX-HORAS
               END-READ
               CLOSE PROFESSOR
           END-IF.
      *FAIXAS DE DISPONIBILIDADE (SEM O ARQUIVO, NENHUMA FAIXA).
           OPEN INPUT DISPPROF.
           IF WS-FS-DSP-OK THEN
               SET WS-EOF-DSP-OK TO FALSE
               MOVE LK-PC-ID-PROFESSOR TO ID-PROFESSOR-DSP
               MOVE ZEROS              TO DIA-SEMANA-DSP
               MOVE ZEROS              TO HR-INICIO-DSP
               START DISPPROF KEY IS NOT LESS THAN CH-DISPPROF
                   INVALID KEY
                       SET WS-EOF-DSP-OK TO TRUE
               END-START
               PERFORM P110-LE-FAIXA THRU P110-LE-FAIXA-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-DSP-OK
               CLOSE DISPPROF
           END-IF.
           OPEN INPUT HORARIO.
           IF NOT WS-FS-H-OK THEN
               SET WS-EOF-H-OK TO TRUE
           ELSE
               SET WS-H-ABERTO-OK TO TRUE
           END-IF.
           OPEN INPUT MATERIAS.
           IF WS-FS-M-OK THEN
               SET WS-M-ABERTO-OK TO TRUE
           ELSE
               SET WS-EOF-H-OK TO TRUE
           END-IF.
       P100-INICIO-FIM.
           EXIT.

       P110-LE-FAIXA.
           READ DISPPROF NEXT RECORD
               AT END
                   SET WS-EOF-DSP-OK TO TRUE
               NOT AT END
                   IF ID-PROFESSOR-DSP NOT EQUAL LK-PC-ID-PROFESSOR
                      OR WS-QT-FAIXAS IS GREATER THAN OR EQUAL TO 50
                       THEN
                       SET WS-EOF-DSP-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QT-FAIXAS
                       MOVE DIA-SEMANA-DSP TO WS-FX-DIA (WS-QT-FAIXAS)
                       MOVE HR-INICIO-DSP
                            TO WS-FX-INICIO (WS-QT-FAIXAS)
                       MOVE HR-FIM-DSP     TO WS-FX-FIM (WS-QT-FAIXAS)
                   END-IF
           END-READ.
       P110-LE-FAIXA-FIM.

      *BLOCO DO PERIODO: CONTA SE A OFERTA E DO PROFESSOR OU E A
      *OFERTA QUE ELE VAI ASSUMIR; SO ESTA ULTIMA TEM OS BLOCOS
      *CONFERIDOS CONTRA A DISPONIBILIDADE.
       P200-LE-HORARIO.
           READ HORARIO
               AT END
                   SET WS-EOF-H-OK TO TRUE
                   GO TO P200-LE-HORARIO-FIM
           END-READ.
           IF ANO-SEMESTRE OF REG-HORARIO NOT EQUAL LK-PC-ANO-SEMESTRE
               THEN
               GO TO P200-LE-HORARIO-FIM
           END-IF.
           IF ID-MATERIA OF REG-HORARIO NOT EQUAL WS-OL-ID-MATERIA OR
              ANO-SEMESTRE OF REG-HORARIO NOT EQUAL
              WS-OL-ANO-SEMESTRE THEN
               MOVE ID-MATERIA OF REG-HORARIO   TO WS-OL-ID-MATERIA
               MOVE ANO-SEMESTRE OF REG-HORARIO TO WS-OL-ANO-SEMESTRE
               MOVE ID-MATERIA OF REG-HORARIO
                    TO ID-MATERIA OF REG-MATERIA
               MOVE ANO-SEMESTRE OF REG-HORARIO
                    TO ANO-SEMESTRE OF REG-MATERIA
               READ MATERIAS
                   INVALID KEY
                       MOVE ZEROS TO WS-OL-ID-PROFESSOR
                   NOT INVALID KEY
                       MOVE ID-PROFESSOR OF REG-MATERIA
                            TO WS-OL-ID-PROFESSOR
               END-READ
           END-IF.
           MOVE DIA-SEMANA OF REG-HORARIO TO WS-BL-DIA.
           MOVE HR-INICIO OF REG-HORARIO  TO WS-BL-INICIO.
           MOVE HR-FIM OF REG-HORARIO     TO WS-BL-FIM.
           IF ID-MATERIA OF REG-HORARIO EQUAL LK-PC-ID-MATERIA THEN
               PERFORM P500-SOMA-BLOCO THRU P500-SOMA-BLOCO-FIM
               PERFORM P510-CONFERE-FAIXA THRU P510-CONFERE-FAIXA-FIM
           ELSE
               IF WS-OL-ID-PROFESSOR EQUAL LK-PC-ID-PROFESSOR THEN
                   PERFORM P500-SOMA-BLOCO THRU P500-SOMA-BLOCO-FIM
               END-IF
           END-IF.
       P200-LE-HORARIO-FIM.
           EXIT.

       P300-BLOCO-NOVO.
           IF LK-PC-HR-FIM IS NOT GREATER THAN LK-PC-HR-INICIO THEN
               GO TO P300-BLOCO-NOVO-FIM
           END-IF.
           MOVE LK-PC-DIA-SEMANA TO WS-BL-DIA.
           MOVE LK-PC-HR-INICIO  TO WS-BL-INICIO.
           MOVE LK-PC-HR-FIM     TO WS-BL-FIM.
           PERFORM P500-SOMA-BLOCO    THRU P500-SOMA-BLOCO-FIM.
           PERFORM P510-CONFERE-FAIXA THRU P510-CONFERE-FAIXA-FIM.
       P300-BLOCO-NOVO-FIM.
           EXIT.

      *A RECUSA POR DISPONIBILIDADE PREVALECE SOBRE A DE CARGA.
       P400-CONFERE-CARGA.
           IF LK-PC-INDISPONIVEL OR LK-PC-MAX-HORAS EQUAL ZEROS THEN
               GO TO P400-CONFERE-CARGA-FIM
           END-IF.
           IF LK-PC-MIN-SEMANA IS GREATER THAN LK-PC-MAX-HORAS * 60
               THEN
               SET LK-PC-EXCEDE-CARGA TO TRUE
           END-IF.
       P400-CONFERE-CARGA-FIM.
           EXIT.

       P500-SOMA-BLOCO.
           MOVE WS-BL-INICIO TO WS-HHMM.
           PERFORM P520-CONVERTE-MINUTOS
                   THRU P520-CONVERTE-MINUTOS-FIM.
           MOVE WS-MINUTOS TO WS-MIN-INICIO.
           MOVE WS-BL-FIM TO WS-HHMM.
           PERFORM P520-CONVERTE-MINUTOS
                   THRU P520-CONVERTE-MINUTOS-FIM.
           IF WS-MINUTOS IS GREATER THAN WS-MIN-INICIO THEN
               COMPUTE LK-PC-MIN-SEMANA = LK-PC-MIN-SEMANA
                       + WS-MINUTOS - WS-MIN-INICIO
           END-IF.
       P500-SOMA-BLOCO-FIM.

      *O BLOCO PRECISA CABER INTEIRO EM UMA FAIXA DO MESMO DIA.
       P510-CONFERE-FAIXA.
           IF WS-QT-FAIXAS EQUAL ZEROS OR LK-PC-INDISPONIVEL THEN
               GO TO P510-CONFERE-FAIXA-FIM
           END-IF.
           SET WS-DENTRO-OK TO FALSE.
           PERFORM P515-COMPARA-FAIXA THRU P515-COMPARA-FAIXA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-FAIXAS OR WS-DENTRO-OK.
           IF NOT WS-DENTRO-OK THEN
               SET LK-PC-INDISPONIVEL TO TRUE
               MOVE WS-BL-DIA    TO LK-PC-DIA-RECUSADO
               MOVE WS-BL-INICIO TO LK-PC-HORA-RECUSADA
           END-IF.
       P510-CONFERE-FAIXA-FIM.
           EXIT.

       P515-COMPARA-FAIXA.
           IF WS-FX-DIA (WS-INDICE) EQUAL WS-BL-DIA AND
              WS-FX-INICIO (WS-INDICE) IS NOT GREATER THAN
              WS-BL-INICIO AND
              WS-FX-FIM (WS-INDICE) IS NOT LESS THAN WS-BL-FIM THEN
               SET WS-DENTRO-OK TO TRUE
           END-IF.
       P515-COMPARA-FAIXA-FIM.

       P520-CONVERTE-MINUTOS.
           DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM.
           COMPUTE WS-MINUTOS = WS-HH * 60 + WS-MM.
       P520-CONVERTE-MINUTOS-FIM.

       P900-FINALIZA.
           IF WS-H-ABERTO-OK THEN
               CLOSE HORARIO
           END-IF.
           IF WS-M-ABERTO-OK THEN
               CLOSE MATERIAS
           END-IF.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM PGPRFCAR.
