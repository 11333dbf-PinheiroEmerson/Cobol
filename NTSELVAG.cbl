      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      17/04/2023.
      * Purpose:   VAGAS DO PROCESSO SELETIVO - CADASTRA, PARA O ANO
      *            DO PROCESSO E CADA CURSO DE CURSO.DAT, A QUANTIDADE
      *            DE VAGAS OFERECIDAS E A TAXA DE MATRICULA COBRADA
      *            NA CONFIRMACAO DO CONVOCADO (VAGAS.DAT, CFPK0059),
      *            E LISTA AS VAGAS DO ANO COM A SITUACAO DAS
      *            CHAMADAS. AUMENTAR AS VAGAS DEPOIS DE UMA CHAMADA
      *            ABRE LUGAR PARA A PROXIMA (NTSELCHA). AS INCLUSOES
      *            E ALTERACOES SAO AUDITADAS.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTSELVAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAGAS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-VAGA
           FILE  STATUS IS WS-FS-V.

           SELECT CURSO
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CURSO OF REG-CURSO
           FILE  STATUS IS WS-FS-C.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  VAGAS.
           COPY CFPK0059.

       FD  CURSO.
           COPY CFPK0015.

       FD  AUDITORIA.
           COPY CFPK0006.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

       77  WS-AA-PROCESSO              PIC 9(04) VALUE ZEROS.
       77  WS-ID-CURSO                 PIC 9(02) VALUE ZEROS.
       77  WS-QT-VAGAS                 PIC 9(03) VALUE ZEROS.
       77  WS-VL-TAXA                  PIC 9(05)V99 VALUE ZEROS.
       77  WS-QT-DIAS-VENC             PIC 9(02) VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(03) VALUE ZEROS.
       77  WS-VL-TAXA-EDITADO          PIC ZZ.ZZ9,99.

       77  WS-EXISTE                   PIC X.
           88 WS-EXISTE-OK             VALUE 'S' FALSE 'N'.
       77  WS-EOF-VAGAS                PIC X.
           88 WS-EOF-VAGAS-OK          VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

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
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM
                   UNTIL WS-OPCAO  EQUAL '9'.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-V WS-FS-C WS-FS-AUD
                      WS-AA-PROCESSO WS-ID-CURSO WS-QT-VAGAS
                      WS-VL-TAXA WS-QT-DIAS-VENC WS-QTD-LISTADOS
                      WS-REG-ANTES WS-AUD-ARQUIVO WS-AUD-OPERACAO
                      WS-AUD-CHAVE WS-AUD-DEPOIS WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DAS VAGAS, DOS CURSOS E DA AUDITORIA A
      *PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\VAGAS.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CURSO.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O VAGAS.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-V-OK THEN
               OPEN OUTPUT VAGAS
               CLOSE VAGAS
               OPEN I-O VAGAS
           END-IF.
           OPEN INPUT CURSO.
           IF NOT WS-FS-C-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P500-GRAVA-VAGAS
                           THRU P500-GRAVA-VAGAS-FIM
               WHEN '2'
                   PERFORM P520-LISTA-VAGAS
                           THRU P520-LISTA-VAGAS-FIM
               WHEN '9'
                   DISPLAY 'VAGAS DO PROCESSO SELETIVO ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '**** VAGAS PROCESSO SELETIVO **'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - INCLUIR/ALTERAR VAGAS  |'.
           DISPLAY '|<2> - LISTAR VAGAS DO ANO    |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *INCLUI AS VAGAS DO CURSO NO PROCESSO OU ALTERA AS JA
      *CADASTRADAS. O CONTROLE DAS CHAMADAS (NUMERO, DATA E
      *CLASSIFICADOS) E DO NTSELCHA E NAO E MEXIDO AQUI.
       P500-GRAVA-VAGAS.
           DISPLAY 'INFORME O ANO DO PROCESSO (AAAA).......: '
           END-DISPLAY.
           ACCEPT WS-AA-PROCESSO
           END-ACCEPT.
           DISPLAY 'INFORME O CODIGO DO CURSO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-CURSO
           END-ACCEPT.
           MOVE WS-ID-CURSO TO ID-CURSO OF REG-CURSO.
           READ CURSO
               INVALID KEY
                   DISPLAY 'CURSO NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P500-GRAVA-VAGAS-FIM
           END-READ.
           DISPLAY 'CURSO: ' NM-CURSO
           END-DISPLAY.
           MOVE WS-AA-PROCESSO TO AA-PROCESSO-VAG.
           MOVE WS-ID-CURSO    TO ID-CURSO-VAG.
           SET WS-EXISTE-OK TO TRUE.
           READ VAGAS
               INVALID KEY
                   SET WS-EXISTE-OK TO FALSE
           END-READ.
           IF WS-EXISTE-OK THEN
               MOVE REG-VAGA TO WS-REG-ANTES
               MOVE VL-TAXA-MATRICULA-VAG TO WS-VL-TAXA-EDITADO
               DISPLAY 'VAGAS ATUAIS: ' QT-VAGAS
                       ' - TAXA: ' WS-VL-TAXA-EDITADO
                       ' - VENCIMENTO EM ' QT-DIAS-VENC-TAXA-VAG
                       ' DIAS - CHAMADAS: ' NR-ULTIMA-CHAMADA
               END-DISPLAY
           ELSE
               MOVE SPACES TO WS-REG-ANTES
           END-IF.
           DISPLAY 'INFORME A QUANTIDADE DE VAGAS..........: '
           END-DISPLAY.
           ACCEPT WS-QT-VAGAS
           END-ACCEPT.
           DISPLAY 'INFORME O VALOR DA TAXA DE MATRICULA...: '
           END-DISPLAY.
           ACCEPT WS-VL-TAXA
           END-ACCEPT.
           DISPLAY 'DIAS PARA O VENCIMENTO DA TAXA.........: '
           END-DISPLAY.
           ACCEPT WS-QT-DIAS-VENC
           END-ACCEPT.
           IF WS-QT-VAGAS EQUAL ZEROS THEN
               DISPLAY 'QUANTIDADE DE VAGAS INVALIDA.'
               END-DISPLAY
               GO TO P500-GRAVA-VAGAS-FIM
           END-IF.
           IF WS-EXISTE-OK AND WS-QT-VAGAS IS LESS THAN QT-VAGAS
              AND NR-ULTIMA-CHAMADA IS GREATER THAN ZEROS THEN
               DISPLAY 'ATENCAO: VAGAS REDUZIDAS DEPOIS DE CHAMADA '
                       'PUBLICADA; OS JA CONVOCADOS SEGUEM VALENDO.'
               END-DISPLAY
           END-IF.
           MOVE WS-QT-VAGAS     TO QT-VAGAS.
           MOVE WS-VL-TAXA      TO VL-TAXA-MATRICULA-VAG.
           MOVE WS-QT-DIAS-VENC TO QT-DIAS-VENC-TAXA-VAG.
           MOVE CH-VAGA         TO WS-AUD-CHAVE.
           MOVE 'VAGAS'         TO WS-AUD-ARQUIVO.
           IF WS-EXISTE-OK THEN
               REWRITE REG-VAGA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR AS VAGAS.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'VAGAS ALTERADAS COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                       MOVE REG-VAGA    TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-REWRITE
           ELSE
               MOVE ZEROS TO NR-ULTIMA-CHAMADA
               MOVE ZEROS TO DT-ULTIMA-CHAMADA
               MOVE ZEROS TO QT-CLASSIFICADOS
               WRITE REG-VAGA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR AS VAGAS.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'VAGAS INCLUIDAS COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'INCLUSAO'  TO WS-AUD-OPERACAO
                       MOVE REG-VAGA    TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-WRITE
           END-IF.
       P500-GRAVA-VAGAS-FIM.
           EXIT.

       P520-LISTA-VAGAS.
           DISPLAY 'INFORME O ANO DO PROCESSO (AAAA).......: '
           END-DISPLAY.
           ACCEPT WS-AA-PROCESSO
           END-ACCEPT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-VAGAS-OK TO FALSE.
           MOVE WS-AA-PROCESSO TO AA-PROCESSO-VAG.
           MOVE ZEROS          TO ID-CURSO-VAG.
           START VAGAS KEY IS NOT LESS THAN CH-VAGA
               INVALID KEY
                   SET WS-EOF-VAGAS-OK TO TRUE
           END-START.
           PERFORM P525-LE-VAGA THRU P525-LE-VAGA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VAGAS-OK.
           DISPLAY 'CURSOS COM VAGAS NO PROCESSO: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P520-LISTA-VAGAS-FIM.

       P525-LE-VAGA.
           READ VAGAS NEXT RECORD
               AT END
                   SET WS-EOF-VAGAS-OK TO TRUE
               NOT AT END
                   IF AA-PROCESSO-VAG NOT EQUAL WS-AA-PROCESSO THEN
                       SET WS-EOF-VAGAS-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       MOVE ID-CURSO-VAG TO ID-CURSO OF REG-CURSO
                       READ CURSO
                           INVALID KEY
                               MOVE SPACES TO NM-CURSO
                       END-READ
                       MOVE VL-TAXA-MATRICULA-VAG
                            TO WS-VL-TAXA-EDITADO
                       DISPLAY ID-CURSO-VAG ' ' NM-CURSO
                               ' VAGAS: ' QT-VAGAS
                               ' TAXA: ' WS-VL-TAXA-EDITADO
                               ' CHAMADAS: ' NR-ULTIMA-CHAMADA
                               ' CLASSIFICADOS: ' QT-CLASSIFICADOS
                       END-DISPLAY
                   END-IF
           END-READ.
       P525-LE-VAGA-FIM.

       P610-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE WS-AUD-ARQUIVO      TO NM-ARQUIVO-AUDITORIA.
           MOVE WS-AUD-OPERACAO     TO TP-OPERACAO-AUDITORIA.
           MOVE WS-AUD-CHAVE        TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES        TO DS-ANTES-AUDITORIA.
           MOVE WS-AUD-DEPOIS       TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P610-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           CLOSE VAGAS.
           CLOSE CURSO.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS CURSO: ' WS-FS-C
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTSELVAG.
