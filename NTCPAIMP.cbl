      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      15/05/2023.
      * Purpose:   IMPORTACAO DOS FORMULARIOS RESPONDIDOS DA AVALIACAO
      *            INSTITUCIONAL (CPARESP.TXT) - UMA LINHA R POR
      *            FORMULARIO, COM O NUMERO E O PERIODO DO FORMULARIO
      *            (GERADO PELO NTCPAGER) E AS NOTAS DAS QUESTOES 1 A
      *            20, UMA POSICAO CADA (1 A 5; BRANCO OU ZERO = NAO
      *            RESPONDIDA). CADA FORMULARIO ENTRA UMA VEZ SO: O
      *            CONTROLE (CPACTL.DAT) E MARCADO COMO RESPONDIDO E AS
      *            NOTAS VAO PARA CPARESP.DAT SEM O ALUNO E SEM O
      *            NUMERO DO FORMULARIO, SO COM A OFERTA, O PROFESSOR
      *            DA OFERTA E O CURSO DO ALUNO. LINHA RUIM SAI EM
      *            CPARESP.REJ COM O MOTIVO, NO PADRAO DO NTCHAIMP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCPAIMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-F.

           SELECT CPACTL
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CPACTL
           ALTERNATE RECORD KEY IS CH-ALUNO-OFERTA-CPC
           FILE  STATUS IS WS-FS-CTL.

           SELECT CPARESP
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CPARESP
           FILE  STATUS IS WS-FS-RSP.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT REJEITADOS
           ASSIGN TO WS-CAMINHO-REJEITADOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA.
       01  REG-FOLHA                   PIC X(40).

       FD  CPACTL.
           COPY CFPK0063.

       FD  CPARESP.
           COPY CFPK0064.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  REJEITADOS.
       01  REG-REJEITADO.
           03 CD-MOTIVO-REJ            PIC X(02).
           03 FILLER                   PIC X(01).
           03 DS-REGISTRO-REJ          PIC X(40).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-CAMINHO-REJEITADOS       PIC X(80) VALUE SPACES.

      *FORMULARIO RESPONDIDO.
       01  WS-LINHA-RESPOSTA           PIC X(40) VALUE SPACES.
       01  FILLER REDEFINES WS-LINHA-RESPOSTA.
           03 WS-LR-TIPO               PIC X(01).
           03 WS-LR-NR-FORMULARIO      PIC 9(06).
           03 WS-LR-ANO-SEMESTRE       PIC 9(05).
           03 WS-LR-NOTA               PIC X(01) OCCURS 20 TIMES.
               88 WS-LR-NOTA-VALIDA    VALUE ' ' '0' '1' '2' '3' '4'
                                             '5'.
           03 FILLER                   PIC X(08).

       01  WS-DIGITO                   PIC X(01) VALUE SPACES.
       01  WS-DIGITO-N REDEFINES WS-DIGITO
                                       PIC 9(01).

       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.
       77  WS-QTD-NOTAS                PIC 9(02) VALUE ZEROS.
       77  WS-NR-RESPOSTA              PIC 9(06) VALUE ZEROS.

      *MOTIVOS DE REJEICAO: 01=FORMULARIO NAO GERADO 02=FORMULARIO JA
      *RESPONDIDO 03=NOTA FORA DA ESCALA 1 A 5 04=NENHUMA QUESTAO
      *RESPONDIDA 05=ERRO DE GRAVACAO.
       77  WS-MOTIVO-REJEICAO          PIC X(02) VALUE SPACES.

       77  WS-QTD-ACEITOS              PIC 9(05) VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC 9(05) VALUE ZEROS.

       77  WS-EOF-FOLHA                PIC X.
           88 WS-EOF-FOLHA-OK          VALUE 'S' FALSE 'N'.
       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.

       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-CTL                   PIC 99.
           88 WS-FS-CTL-OK             VALUE 0.
       77  WS-FS-RSP                   PIC 99.
           88 WS-FS-RSP-OK             VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-REJ                   PIC 99.
           88 WS-FS-REJ-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO     THRU P100-INICIO-FIM.
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-F WS-FS-CTL WS-FS-RSP WS-FS-M WS-FS-A
                      WS-FS-REJ WS-LINHA-RESPOSTA WS-MOTIVO-REJEICAO
                      WS-QTD-ACEITOS WS-QTD-REJEITADOS
                      WS-NR-RESPOSTA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-FOLHA-OK         TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CPARESP.TXT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CPACTL.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CPARESP.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CPARESP.REJ'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-REJEITADOS
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT FOLHA.
           IF NOT WS-FS-F-OK THEN
               DISPLAY 'CPARESP.TXT NAO ENCONTRADO. IMPORTACAO '
                       'CANCELADA.'
               END-DISPLAY
               SET WS-EOF-FOLHA-OK TO TRUE
           END-IF.
           OPEN I-O CPACTL.
           IF NOT WS-FS-CTL-OK THEN
               DISPLAY 'NENHUM FORMULARIO GERADO (CPACTL.DAT). '
                       'IMPORTACAO CANCELADA.'
               END-DISPLAY
               SET WS-EOF-FOLHA-OK TO TRUE
           END-IF.
           OPEN I-O CPARESP.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-RSP-OK THEN
               OPEN OUTPUT CPARESP
               CLOSE CPARESP
               OPEN I-O CPARESP
           END-IF.
      *SEM O CADASTRO DE MATERIAS OU DE ALUNOS A RESPOSTA ENTRA SEM O
      *PROFESSOR OU SEM O CURSO (ZEROS).
           OPEN INPUT MATERIAS.
           OPEN INPUT ALUNOS.
           OPEN OUTPUT REJEITADOS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P410-LE-LINHA THRU P410-LE-LINHA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-FOLHA-OK.
           DISPLAY '*** IMPORTACAO DOS FORMULARIOS CPA CONCLUIDA ***'
           END-DISPLAY.
           DISPLAY 'FORMULARIOS IMPORTADOS...: ' WS-QTD-ACEITOS
           END-DISPLAY.
           DISPLAY 'LINHAS REJEITADAS........: ' WS-QTD-REJEITADOS
           END-DISPLAY.
           IF WS-QTD-REJEITADOS IS GREATER THAN ZEROS THEN
               DISPLAY 'CONFIRA OS MOTIVOS EM CPARESP.REJ.'
               END-DISPLAY
           END-IF.
       P200-PROCESSA-FIM.

       P410-LE-LINHA.
           READ FOLHA
               AT END
                   SET WS-EOF-FOLHA-OK TO TRUE
               NOT AT END
                   IF REG-FOLHA (1:1) EQUAL 'R' THEN
                       MOVE REG-FOLHA TO WS-LINHA-RESPOSTA
                       PERFORM P440-IMPORTA-LINHA
                               THRU P440-IMPORTA-LINHA-FIM
                   END-IF
           END-READ.
       P410-LE-LINHA-FIM.

       P440-IMPORTA-LINHA.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE WS-LR-ANO-SEMESTRE  TO ANO-SEMESTRE-CPC.
           MOVE WS-LR-NR-FORMULARIO TO NR-FORMULARIO-CPC.
           READ CPACTL
               INVALID KEY
                   MOVE '01' TO WS-MOTIVO-REJEICAO
                   GO TO P440-IMPORTA-LINHA-GRAVA
           END-READ.
           IF FL-RESPONDIDO-SIM THEN
               MOVE '02' TO WS-MOTIVO-REJEICAO
               GO TO P440-IMPORTA-LINHA-GRAVA
           END-IF.
           MOVE ZEROS TO WS-QTD-NOTAS.
           PERFORM P450-CONFERE-NOTA THRU P450-CONFERE-NOTA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 20.
           IF WS-MOTIVO-REJEICAO NOT EQUAL SPACES THEN
               GO TO P440-IMPORTA-LINHA-GRAVA
           END-IF.
           IF WS-QTD-NOTAS EQUAL ZEROS THEN
               MOVE '04' TO WS-MOTIVO-REJEICAO
               GO TO P440-IMPORTA-LINHA-GRAVA
           END-IF.
           PERFORM P500-GRAVA-RESPOSTA THRU P500-GRAVA-RESPOSTA-FIM.
       P440-IMPORTA-LINHA-GRAVA.
           IF WS-MOTIVO-REJEICAO NOT EQUAL SPACES THEN
               PERFORM P700-GRAVA-REJEITADO
                       THRU P700-GRAVA-REJEITADO-FIM
           END-IF.
       P440-IMPORTA-LINHA-FIM.
           EXIT.

       P450-CONFERE-NOTA.
           IF NOT WS-LR-NOTA-VALIDA (WS-INDICE) THEN
               MOVE '03' TO WS-MOTIVO-REJEICAO
           ELSE
               IF WS-LR-NOTA (WS-INDICE) NOT EQUAL SPACE AND
                  WS-LR-NOTA (WS-INDICE) NOT EQUAL '0' THEN
                   ADD 1 TO WS-QTD-NOTAS
               END-IF
           END-IF.
       P450-CONFERE-NOTA-FIM.

      *O FORMULARIO E MARCADO COMO RESPONDIDO ANTES DE AS NOTAS IREM
      *PARA O ARQUIVO DE RESPOSTAS, QUE NAO GUARDA NADA QUE LIGUE AS
      *NOTAS AO FORMULARIO OU AO ALUNO.
       P500-GRAVA-RESPOSTA.
           IF WS-NR-RESPOSTA EQUAL ZEROS OR
              ANO-SEMESTRE-CPR NOT EQUAL WS-LR-ANO-SEMESTRE THEN
               PERFORM P510-PROXIMA-RESPOSTA
                       THRU P510-PROXIMA-RESPOSTA-FIM
           END-IF.
           SET FL-RESPONDIDO-SIM TO TRUE.
           REWRITE REG-CPACTL
               INVALID KEY
                   MOVE '05' TO WS-MOTIVO-REJEICAO
                   GO TO P500-GRAVA-RESPOSTA-FIM
           END-REWRITE.
           INITIALIZE REG-CPARESP
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE ID-MATERIA-CPC       TO ID-MATERIA OF REG-MATERIA.
           MOVE ANO-SEMESTRE-OFE-CPC TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   MOVE ZEROS TO ID-PROFESSOR OF REG-MATERIA
           END-READ.
           MOVE ID-ALUNO-CPC TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE ZEROS TO ID-CURSO OF REG-ALUNO
           END-READ.
           ADD 1 TO WS-NR-RESPOSTA.
           MOVE WS-LR-ANO-SEMESTRE          TO ANO-SEMESTRE-CPR.
           MOVE WS-NR-RESPOSTA              TO NR-RESPOSTA-CPR.
           MOVE ID-MATERIA-CPC              TO ID-MATERIA-CPR.
           MOVE ID-PROFESSOR OF REG-MATERIA TO ID-PROFESSOR-CPR.
           MOVE ID-CURSO OF REG-ALUNO       TO ID-CURSO-CPR.
           MOVE CD-QUESTIONARIO-CPC         TO CD-QUESTIONARIO-CPR.
           PERFORM P520-MOVE-NOTA THRU P520-MOVE-NOTA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 20.
           WRITE REG-CPARESP
               INVALID KEY
                   MOVE '05' TO WS-MOTIVO-REJEICAO
                   GO TO P500-GRAVA-RESPOSTA-FIM
           END-WRITE.
           ADD 1 TO WS-QTD-ACEITOS.
       P500-GRAVA-RESPOSTA-FIM.
           EXIT.

      *ACHA O ULTIMO NUMERO DE RESPOSTA JA USADO NO PERIODO.
       P510-PROXIMA-RESPOSTA.
           MOVE ZEROS              TO WS-NR-RESPOSTA.
           MOVE WS-LR-ANO-SEMESTRE TO ANO-SEMESTRE-CPR.
           MOVE ZEROS              TO NR-RESPOSTA-CPR.
           SET WS-EOF-VARRE-OK TO FALSE.
           START CPARESP KEY IS NOT LESS THAN CH-CPARESP
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P515-LE-RESPOSTA THRU P515-LE-RESPOSTA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           MOVE WS-LR-ANO-SEMESTRE TO ANO-SEMESTRE-CPR.
       P510-PROXIMA-RESPOSTA-FIM.

       P515-LE-RESPOSTA.
           READ CPARESP NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF ANO-SEMESTRE-CPR NOT EQUAL WS-LR-ANO-SEMESTRE
                       THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       MOVE NR-RESPOSTA-CPR TO WS-NR-RESPOSTA
                   END-IF
           END-READ.
       P515-LE-RESPOSTA-FIM.

       P520-MOVE-NOTA.
           IF WS-LR-NOTA (WS-INDICE) EQUAL SPACE THEN
               MOVE ZEROS TO NT-RESPOSTA-CPR (WS-INDICE)
           ELSE
               MOVE WS-LR-NOTA (WS-INDICE) TO WS-DIGITO
               MOVE WS-DIGITO-N TO NT-RESPOSTA-CPR (WS-INDICE)
           END-IF.
       P520-MOVE-NOTA-FIM.

       P700-GRAVA-REJEITADO.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE SPACES             TO REG-REJEITADO.
           MOVE WS-MOTIVO-REJEICAO TO CD-MOTIVO-REJ.
           MOVE WS-LINHA-RESPOSTA  TO DS-REGISTRO-REJ.
           WRITE REG-REJEITADO
           END-WRITE.
       P700-GRAVA-REJEITADO-FIM.

       P420-FECHA-ARQ.
           CLOSE FOLHA.
           CLOSE CPACTL.
           CLOSE CPARESP.
           CLOSE MATERIAS.
           CLOSE ALUNOS.
           CLOSE REJEITADOS.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTCPAIMP.
