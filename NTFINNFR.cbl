      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      26/12/2022.
      * Purpose:   PROCESSAMENTO DO RETORNO DA NFS-E - LE O ARQUIVO
      *            NFSERET.TXT DEVOLVIDO PELA PREFEITURA PARA O LOTE DE
      *            RPS GERADO PELO NTFINNFS (UMA LINHA 2 POR RPS, COM
      *            O NUMERO DO RPS, A SITUACAO E, SE EMITIDA, O NUMERO
      *            E A DATA DA NFS-E; SE REJEITADA, O MOTIVO), LOCALIZA
      *            O RPS EM NFSE.DAT E GRAVA NELE O NUMERO DA NOTA
      *            EMITIDA OU A REJEICAO. AS COBRANCAS REJEITADAS PELA
      *            PREFEITURA, E AS LINHAS QUE NAO CASAM COM NENHUM
      *            RPS PENDENTE, SAEM NA LISTA NFSERET.REJ COM O
      *            MOTIVO, PARA ACERTO E REENVIO NO PROXIMO LOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFINNFR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-NFSE
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-RET.

           SELECT NFSE
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-NFSE
           ALTERNATE RECORD KEY IS NR-RPS
           FILE  STATUS IS WS-FS-N.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT REJEITADOS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-NFSE.
       01  REG-RETORNO-NFSE            PIC X(80).

       FD  NFSE.
           COPY CFPK0047.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  REJEITADOS.
       01  REG-REJEITADO.
           03 DS-RPS-REJEITADO         PIC 9(08).
           03 FILLER                   PIC X(01).
           03 DS-COBRANCA-REJEITADA    PIC X(12).
           03 FILLER                   PIC X(01).
           03 DS-ALUNO-REJEITADO       PIC X(20).
           03 FILLER                   PIC X(01).
           03 DS-MOTIVO-REJEICAO       PIC X(40).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *LAYOUT DA LINHA 2 DO RETORNO DA PREFEITURA: O NUMERO DO RPS
      *DO LOTE DO NTFINNFS, A SITUACAO (E = NFS-E EMITIDA, R = RPS
      *REJEITADO) E O NUMERO E A DATA DA NOTA OU O MOTIVO.
       01  WS-LINHA-RETORNO.
           03 WS-RT-TIPO               PIC X(01).
           03 WS-RT-NR-RPS             PIC 9(08).
           03 WS-RT-SITUACAO           PIC X(01).
               88 WS-RT-EMITIDA        VALUE 'E'.
               88 WS-RT-REJEITADA      VALUE 'R'.
           03 WS-RT-NR-NFSE            PIC X(15).
           03 WS-RT-DT-EMISSAO         PIC 9(08).
           03 WS-RT-MOTIVO             PIC X(40).
           03 FILLER                   PIC X(07).

       77  WS-QTD-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-EMITIDAS             PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REJ-PREFEITURA       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REJEITADAS           PIC 9(06) VALUE ZEROS.

       77  WS-EOF-RETORNO              PIC X.
           88 WS-EOF-RETORNO-OK        VALUE 'S' FALSE 'N'.

       77  WS-FS-RET                   PIC 99.
           88 WS-FS-RET-OK             VALUE 0.
       77  WS-FS-N                     PIC 99.
           88 WS-FS-N-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-REJ                   PIC 99.
           88 WS-FS-REJ-OK             VALUE 0.

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTFINNFR'.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'CONCLUIDO'.
       01  WS-DH-INICIO-JOB            PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DH-INICIO-JOB.
           03 WS-DH-INICIO-14          PIC 9(14).
           03 FILLER                   PIC X(07).

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
           INITIALIZE WS-FS-RET WS-FS-N WS-FS-A WS-FS-REJ
                      WS-LINHA-RETORNO WS-QTD-LIDAS WS-QTD-EMITIDAS
                      WS-QTD-REJ-PREFEITURA WS-QTD-REJEITADAS
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-RETORNO-OK       TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DH-INICIO-JOB.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA O CAMINHO COMPLETO DO RETORNO DA PREFEITURA, DO CONTROLE
      *DE NFS-E, DO CADASTRO DE ALUNOS E DA LISTA DE REJEITADOS.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NFSERET.TXT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NFSE.DAT'      DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NFSERET.REJ'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT RETORNO-NFSE.
           IF NOT WS-FS-RET-OK THEN
               DISPLAY 'NFSERET.TXT NAO ENCONTRADO. NADA A PROCESSAR.'
               END-DISPLAY
               SET WS-EOF-RETORNO-OK TO TRUE
           END-IF.
           OPEN I-O NFSE.
           IF NOT WS-FS-N-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           OPEN OUTPUT REJEITADOS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P410-LE-RETORNO THRU P410-LE-RETORNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RETORNO-OK.
           DISPLAY '*** PROCESSAMENTO DO RETORNO DA NFS-E CONCLUIDO ***'
           END-DISPLAY.
           DISPLAY 'LINHAS LIDAS..........: ' WS-QTD-LIDAS
           END-DISPLAY.
           DISPLAY 'NFS-E EMITIDAS........: ' WS-QTD-EMITIDAS
           END-DISPLAY.
           DISPLAY 'RPS REJEITADOS........: ' WS-QTD-REJ-PREFEITURA
           END-DISPLAY.
           DISPLAY 'LISTADOS EM NFSERET.REJ: ' WS-QTD-REJEITADAS
           END-DISPLAY.
       P200-PROCESSA-FIM.

      *AS LINHAS 0 (ABERTURA) E 9 (FECHAMENTO) DA PREFEITURA SAO SO
      *MOLDURA; APENAS AS LINHAS 2 (SITUACAO DO RPS) SAO TRATADAS.
       P410-LE-RETORNO.
           READ RETORNO-NFSE
               AT END
                   SET WS-EOF-RETORNO-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDAS
                   MOVE REG-RETORNO-NFSE TO WS-LINHA-RETORNO
                   IF WS-RT-TIPO EQUAL '2' THEN
                       PERFORM P440-TRATA-LINHA
                               THRU P440-TRATA-LINHA-FIM
                   END-IF
           END-READ.
       P410-LE-RETORNO-FIM.

       P440-TRATA-LINHA.
           MOVE SPACES TO CH-NFSE.
           IF WS-RT-NR-RPS IS NOT NUMERIC THEN
               MOVE ZEROS TO WS-RT-NR-RPS
               MOVE 'LINHA COM NUMERO DE RPS INVALIDO'
                    TO DS-MOTIVO-REJEICAO
               PERFORM P480-GRAVA-REJEITO
                       THRU P480-GRAVA-REJEITO-FIM
               GO TO P440-TRATA-LINHA-FIM
           END-IF.
           MOVE WS-RT-NR-RPS TO NR-RPS.
           READ NFSE KEY IS NR-RPS
               INVALID KEY
                   MOVE SPACES TO CH-NFSE
                   MOVE 'RPS NAO LOCALIZADO EM NFSE.DAT'
                        TO DS-MOTIVO-REJEICAO
                   PERFORM P480-GRAVA-REJEITO
                           THRU P480-GRAVA-REJEITO-FIM
                   GO TO P440-TRATA-LINHA-FIM
           END-READ.
           IF ST-NFSE-EMITIDA THEN
               MOVE 'RPS JA TEM NFS-E EMITIDA'
                    TO DS-MOTIVO-REJEICAO
               PERFORM P480-GRAVA-REJEITO
                       THRU P480-GRAVA-REJEITO-FIM
               GO TO P440-TRATA-LINHA-FIM
           END-IF.
           EVALUATE TRUE
               WHEN WS-RT-EMITIDA
                   PERFORM P450-GRAVA-EMISSAO
                           THRU P450-GRAVA-EMISSAO-FIM
               WHEN WS-RT-REJEITADA
                   PERFORM P460-GRAVA-REJEICAO
                           THRU P460-GRAVA-REJEICAO-FIM
               WHEN OTHER
                   MOVE 'SITUACAO DO RPS DESCONHECIDA'
                        TO DS-MOTIVO-REJEICAO
                   PERFORM P480-GRAVA-REJEITO
                           THRU P480-GRAVA-REJEITO-FIM
           END-EVALUATE.
       P440-TRATA-LINHA-FIM.
           EXIT.

       P450-GRAVA-EMISSAO.
           IF WS-RT-NR-NFSE EQUAL SPACES OR
              WS-RT-DT-EMISSAO IS NOT NUMERIC THEN
               MOVE 'NFS-E SEM NUMERO OU DATA DE EMISSAO'
                    TO DS-MOTIVO-REJEICAO
               PERFORM P480-GRAVA-REJEITO
                       THRU P480-GRAVA-REJEITO-FIM
               GO TO P450-GRAVA-EMISSAO-FIM
           END-IF.
           MOVE WS-RT-NR-NFSE    TO NR-NFSE.
           MOVE WS-RT-DT-EMISSAO TO DT-EMISSAO-NFSE.
           SET ST-NFSE-EMITIDA   TO TRUE.
           MOVE SPACES           TO DS-MOTIVO-NFSE.
           REWRITE REG-NFSE
               INVALID KEY
                   MOVE 'ERRO NA REGRAVACAO DO RPS'
                        TO DS-MOTIVO-REJEICAO
                   PERFORM P480-GRAVA-REJEITO
                           THRU P480-GRAVA-REJEITO-FIM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-EMITIDAS
           END-REWRITE.
       P450-GRAVA-EMISSAO-FIM.
           EXIT.

      *O RPS REJEITADO FICA MARCADO COM O MOTIVO DA PREFEITURA E SAI
      *NA LISTA; O PROXIMO LOTE DO NTFINNFS O REENVIA COM NOVO NUMERO.
       P460-GRAVA-REJEICAO.
           SET ST-NFSE-REJEITADA TO TRUE.
           MOVE WS-RT-MOTIVO     TO DS-MOTIVO-NFSE.
           REWRITE REG-NFSE
               INVALID KEY
                   MOVE 'ERRO NA REGRAVACAO DO RPS'
                        TO DS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-REJ-PREFEITURA
                   MOVE WS-RT-MOTIVO TO DS-MOTIVO-REJEICAO
           END-REWRITE.
           PERFORM P480-GRAVA-REJEITO THRU P480-GRAVA-REJEITO-FIM.
       P460-GRAVA-REJEICAO-FIM.

       P480-GRAVA-REJEITO.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE WS-RT-NR-RPS   TO DS-RPS-REJEITADO.
           MOVE CH-NFSE        TO DS-COBRANCA-REJEITADA.
           MOVE SPACES         TO DS-ALUNO-REJEITADO.
           IF CH-NFSE NOT EQUAL SPACES THEN
               MOVE ID-ALUNO-NFSE TO ID-ALUNO OF REG-ALUNO
               READ ALUNOS
                   INVALID KEY
                       MOVE '(ALUNO SEM CADASTRO)'
                            TO DS-ALUNO-REJEITADO
                   NOT INVALID KEY
                       MOVE NM-ALUNO OF REG-ALUNO
                            TO DS-ALUNO-REJEITADO
               END-READ
           END-IF.
           MOVE SPACE          TO REG-REJEITADO (9:1).
           MOVE SPACE          TO REG-REJEITADO (22:1).
           MOVE SPACE          TO REG-REJEITADO (43:1).
           WRITE REG-REJEITADO
           END-WRITE.
       P480-GRAVA-REJEITO-FIM.

       P420-FECHA-ARQ.
           CLOSE RETORNO-NFSE.
           CLOSE NFSE.
           CLOSE ALUNOS.
           CLOSE REJEITADOS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS NFSE.......: ' WS-FS-N
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-DH-INICIO-14   TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR   TO WS-JL-OPERADOR.
           MOVE WS-QTD-LIDAS      TO WS-JL-QTD-LIDOS.
           MOVE WS-QTD-EMITIDAS   TO WS-JL-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADAS TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTFINNFR.
