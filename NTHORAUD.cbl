      *            RETURN-CODE 4 QUANDO HA CONFLITO, PARA ENTRAR NO
      *            CHECKLIST DE PRE-TERMO COM A DISCIPLINA 0/4/8 DO
      *            FECHAMENTO NOTURNO.
      * Update:    24/04/2023 - A AUDITORIA PASSA A CONFERIR AS SALAS NO
      *            CADASTRO DE SALAS (SALAS.DAT): APONTA OFERTA COM
      *            MX-VAGAS ACIMA DA CAPACIDADE DA SALA E SALA FORA DO
      *            CADASTRO, AMBAS COM RETURN-CODE 4.
      * Update:    19/09/2023 - A DUPLA OCUPACAO DE SALA CONSIDERA A
      *            UNIDADE (CAMPUS) DO BLOCO (CD-UNIDADE-SALA, ZERO =
      *            SEDE): SALAS DE MESMO CODIGO EM CAMPI DIFERENTES NAO
      *            SE CHOCAM. O CHOQUE DE PROFESSOR CONTINUA VALENDO
      *            ENTRE CAMPI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT SALAS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CD-SALA
           FILE  STATUS IS WS-FS-S.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO.
       FD  MATERIAS.
           COPY CFPK0002.

       FD  SALAS.
           COPY CFPK0060.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
           03 WS-AS-SEMESTRE           PIC 9(01).

      *BLOCOS DE AULA DO PERIODO, CARREGADOS NUMA UNICA PASSAGEM POR
      *HORARIO.DAT, COM O PROFESSOR E AS VAGAS DA OFERTA BUSCADOS EM
      *MATERIAS E A CAPACIDADE DA SALA EM SALAS (ZERO QUANDO A SALA
      *NAO ESTA NO CADASTRO).
       01  WS-TABELA-BLOCOS.
           03 WS-QT-BLOCOS             PIC 9(03) VALUE ZEROS.
           03 WS-BLOCO OCCURS 300 TIMES.
               05 WS-BL-INICIO         PIC 9(04).
               05 WS-BL-FIM            PIC 9(04).
               05 WS-BL-SALA           PIC X(06).
               05 WS-BL-UNIDADE        PIC 9(02).
               05 WS-BL-ID-PROFESSOR   PIC 9(03).
               05 WS-BL-MX-VAGAS       PIC 9(03).
               05 WS-BL-CAPACIDADE     PIC 9(03).
               05 WS-BL-SALA-CADASTRO  PIC X(01).
                   88 WS-BL-SALA-CADASTRO-OK VALUE 'S' FALSE 'N'.

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-2                 PIC 9(03) VALUE ZEROS.

       77  WS-QTD-CONFLITOS-SALA       PIC 9(03) VALUE ZEROS.
       77  WS-QTD-CONFLITOS-PROF       PIC 9(03) VALUE ZEROS.
       77  WS-QTD-EXCEDE-CAPACIDADE    PIC 9(03) VALUE ZEROS.
       77  WS-QTD-SALA-SEM-CADASTRO    PIC 9(03) VALUE ZEROS.
       77  WS-REPETIDO                 PIC X.
           88 WS-REPETIDO-OK           VALUE 'S' FALSE 'N'.

       77  WS-EOF-HORARIO              PIC X.
           88 WS-EOF-HORARIO-OK        VALUE 'S' FALSE 'N'.
           88 WS-FS-H-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-S                     PIC 99.
           88 WS-FS-S-OK               VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           END-DISPLAY.
           INITIALIZE WS-FS-H WS-FS-M WS-ANO-SEMESTRE WS-QT-BLOCOS
                      WS-INDICE WS-INDICE-2 WS-QTD-CONFLITOS-SALA
                      WS-QTD-CONFLITOS-PROF WS-QTD-EXCEDE-CAPACIDADE
                      WS-QTD-SALA-SEM-CADASTRO WS-FS-S
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-HORARIO-OK       TO FALSE.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS HORARIOS, DAS OFERTAS E DAS SALAS A
      *PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\HORARIO.DAT'   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\SALAS.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT MATERIAS.
      *SEM O CADASTRO DE SALAS A CONFERENCIA DE CAPACIDADE E PULADA.
           OPEN INPUT SALAS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
                   THRU P500-COMPARA-BLOCO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-BLOCOS.
           IF WS-FS-S-OK THEN
               PERFORM P520-CONFERE-SALA
                       THRU P520-CONFERE-SALA-FIM
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-QT-BLOCOS
           END-IF.
           DISPLAY '*** AUDITORIA DE HORARIOS CONCLUIDA ***'
           END-DISPLAY.
           DISPLAY 'BLOCOS NO PERIODO...........: ' WS-QT-BLOCOS
           DISPLAY 'CHOQUES DE PROFESSOR........: '
                   WS-QTD-CONFLITOS-PROF
           END-DISPLAY.
           IF WS-FS-S-OK THEN
               DISPLAY 'OFERTAS ACIMA DA CAPACIDADE.: '
                       WS-QTD-EXCEDE-CAPACIDADE
               END-DISPLAY
               DISPLAY 'SALAS FORA DO CADASTRO......: '
                       WS-QTD-SALA-SEM-CADASTRO
               END-DISPLAY
           ELSE
               DISPLAY 'CADASTRO DE SALAS NAO ENCONTRADO; CAPACIDADE '
                       'NAO CONFERIDA.'
               END-DISPLAY
           END-IF.
       P200-PROCESSA-FIM.

       P410-LE-HORARIO.
           MOVE HR-INICIO  TO WS-BL-INICIO (WS-QT-BLOCOS).
           MOVE HR-FIM     TO WS-BL-FIM    (WS-QT-BLOCOS).
           MOVE SALA       TO WS-BL-SALA   (WS-QT-BLOCOS).
           MOVE CD-UNIDADE-SALA TO WS-BL-UNIDADE (WS-QT-BLOCOS).
           IF CD-UNIDADE-SALA IS NOT NUMERIC
              OR CD-UNIDADE-SALA EQUAL ZEROS THEN
               MOVE 01     TO WS-BL-UNIDADE (WS-QT-BLOCOS)
           END-IF.
           MOVE ZEROS      TO WS-BL-ID-PROFESSOR (WS-QT-BLOCOS).
           MOVE ZEROS      TO WS-BL-MX-VAGAS (WS-QT-BLOCOS).
           MOVE ZEROS      TO WS-BL-CAPACIDADE (WS-QT-BLOCOS).
           SET WS-BL-SALA-CADASTRO-OK (WS-QT-BLOCOS) TO FALSE.
           IF WS-FS-S-OK THEN
               MOVE SALA TO CD-SALA
               READ SALAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-BL-SALA-CADASTRO-OK (WS-QT-BLOCOS)
                           TO TRUE
                       MOVE QT-CAPACIDADE
                            TO WS-BL-CAPACIDADE (WS-QT-BLOCOS)
               END-READ
           END-IF.
           MOVE ID-MATERIA OF CH-HORARIO
                TO ID-MATERIA OF CH-MATERIA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-MATERIA.
               NOT INVALID KEY
                   MOVE ID-PROFESSOR OF REG-MATERIA
                        TO WS-BL-ID-PROFESSOR (WS-QT-BLOCOS)
                   MOVE MX-VAGAS OF REG-MATERIA
                        TO WS-BL-MX-VAGAS (WS-QT-BLOCOS)
           END-READ.
       P430-CARREGA-BLOCO-FIM.
           EXIT.
               IF WS-BL-SALA (WS-INDICE) EQUAL
                      WS-BL-SALA (WS-INDICE-2)
                  AND WS-BL-SALA (WS-INDICE) NOT EQUAL SPACES
                  AND WS-BL-UNIDADE (WS-INDICE) EQUAL
                      WS-BL-UNIDADE (WS-INDICE-2)
                  AND WS-BL-ID-MATERIA (WS-INDICE) NOT EQUAL
                      WS-BL-ID-MATERIA (WS-INDICE-2) THEN
                   ADD 1 TO WS-QTD-CONFLITOS-SALA
           END-IF.
       P510-COMPARA-PAR-FIM.

      *CONFERE A SALA DE CADA BLOCO NO CADASTRO DE SALAS: SALA FORA
      *DO CADASTRO E OFERTA COM MX-VAGAS ACIMA DA CAPACIDADE SAO
      *APONTADAS UMA VEZ POR OFERTA E SALA, NAO POR BLOCO.
       P520-CONFERE-SALA.
           IF WS-BL-SALA (WS-INDICE) EQUAL SPACES THEN
               GO TO P520-CONFERE-SALA-FIM
           END-IF.
           SET WS-REPETIDO-OK TO FALSE.
           PERFORM P525-PROCURA-ANTERIOR
                   THRU P525-PROCURA-ANTERIOR-FIM
                   VARYING WS-INDICE-2 FROM 1 BY 1
                   UNTIL WS-INDICE-2 IS GREATER THAN OR EQUAL TO
                         WS-INDICE
                      OR WS-REPETIDO-OK.
           IF WS-REPETIDO-OK THEN
               GO TO P520-CONFERE-SALA-FIM
           END-IF.
           IF NOT WS-BL-SALA-CADASTRO-OK (WS-INDICE) THEN
               ADD 1 TO WS-QTD-SALA-SEM-CADASTRO
               DISPLAY 'SALA ' WS-BL-SALA (WS-INDICE)
                       ' DA MATERIA ' WS-BL-ID-MATERIA (WS-INDICE)
                       ' FORA DO CADASTRO DE SALAS'
               END-DISPLAY
               GO TO P520-CONFERE-SALA-FIM
           END-IF.
           IF WS-BL-MX-VAGAS (WS-INDICE) IS GREATER THAN
              WS-BL-CAPACIDADE (WS-INDICE) THEN
               ADD 1 TO WS-QTD-EXCEDE-CAPACIDADE
               DISPLAY 'MATERIA ' WS-BL-ID-MATERIA (WS-INDICE)
                       ' COM ' WS-BL-MX-VAGAS (WS-INDICE)
                       ' VAGAS NA SALA ' WS-BL-SALA (WS-INDICE)
                       ' DE ' WS-BL-CAPACIDADE (WS-INDICE)
                       ' LUGARES'
               END-DISPLAY
           END-IF.
       P520-CONFERE-SALA-FIM.
           EXIT.

       P525-PROCURA-ANTERIOR.
           IF WS-BL-ID-MATERIA (WS-INDICE-2) EQUAL
                  WS-BL-ID-MATERIA (WS-INDICE)
              AND WS-BL-SALA (WS-INDICE-2) EQUAL
                  WS-BL-SALA (WS-INDICE) THEN
               SET WS-REPETIDO-OK TO TRUE
           END-IF.
       P525-PROCURA-ANTERIOR-FIM.

       P420-FECHA-ARQ.
           CLOSE HORARIO.
           CLOSE MATERIAS.
           CLOSE SALAS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
      *RETURN-CODE 4 (AVISO) QUANDO HA CONFLITO, PARA O CHECKLIST
      *DE PRE-TERMO ENXERGAR A PENDENCIA SEM INTERROMPER A CADEIA.
           IF WS-QTD-CONFLITOS-SALA IS GREATER THAN ZEROS OR
              WS-QTD-CONFLITOS-PROF IS GREATER THAN ZEROS OR
              WS-QTD-EXCEDE-CAPACIDADE IS GREATER THAN ZEROS OR
              WS-QTD-SALA-SEM-CADASTRO IS GREATER THAN ZEROS THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DO PROCESSAMENTO.'
