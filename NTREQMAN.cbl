      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      22/05/2023.
      * Purpose:   PROTOCOLO DE REQUERIMENTOS ACADEMICOS (REQUER.DAT,
      *            CFPK0066). A SECRETARIA ABRE O PROTOCOLO PARA O
      *            ALUNO COM UM TIPO ATIVO (TIPOREQ.DAT): O NUMERO E
      *            ANO MAIS SEQUENCIAL, O PRAZO SAI DOS DIAS DO TIPO E
      *            O PROTOCOLO VAI PARA O DEPARTAMENTO RESPONSAVEL.
      *            TIPO COM TAXA LANCA A COBRANCA (D OU R) EM
      *            MENSALIDADE.DAT NA ABERTURA, COMO A EMISSAO AVULSA
      *            DO NTFINTAX, COM AUDITORIA. DEPOIS: ENCAMINHAMENTO A
      *            OUTRO DEPARTAMENTO, MUDANCA DE SITUACAO (ABERTO, EM
      *            ANALISE, PENDENTE DO ALUNO) E ENCERRAMENTO
      *            (DEFERIDO, INDEFERIDO OU CANCELADO) COM TEXTO DE
      *            RESPOSTA. CADA MOVIMENTO GRAVA DATA, HORA E OPERADOR
      *            NO HISTORICO REQMOV.DAT (CFPK0067). CONSULTA DO
      *            PROTOCOLO COM O HISTORICO E LISTA DOS PROTOCOLOS DO
      *            ALUNO.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTREQMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUER
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-REQUER
           ALTERNATE RECORD KEY IS ID-ALUNO-REQ
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-RQ.

           SELECT REQMOV
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-REQMOV
           FILE  STATUS IS WS-FS-RM.

           SELECT TIPOREQ
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CD-TIPO-TPR
           FILE  STATUS IS WS-FS-TR.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-F.

           SELECT AUDITORIA
           ASSIGN TO WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUER.
           COPY CFPK0066.

       FD  REQMOV.
           COPY CFPK0067.

       FD  TIPOREQ.
           COPY CFPK0065.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  AUDITORIA.
           COPY CFPK0006.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       01  WS-CAMINHO-AUDITORIA        PIC X(80) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 WS-DH-HORARIO            PIC 9(06).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

      *NUMERO DO PROTOCOLO DIGITADO (ANO COM 4 DIGITOS MAIS O
      *SEQUENCIAL COM 5) E O DO PROTOCOLO EM TRABALHO.
       77  WS-NR-PROTOCOLO             PIC 9(09) VALUE ZEROS.
       01  WS-CH-PROTOCOLO.
           03 WS-CP-AA-PROTOCOLO       PIC 9(04).
           03 WS-CP-NR-SEQ             PIC 9(05).
       77  WS-MAIOR-SEQ                PIC 9(05) VALUE ZEROS.

       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-CD-TIPO                  PIC X(04) VALUE SPACES.
       77  WS-DS-SOLICITACAO           PIC X(60) VALUE SPACES.
       77  WS-CD-DEPTO                 PIC X(10) VALUE SPACES.
       77  WS-ST-NOVO                  PIC X(01) VALUE SPACE.
           88 WS-ST-NOVO-ANDAMENTO     VALUE 'A' 'E' 'P'.
           88 WS-ST-NOVO-ENCERRAMENTO  VALUE 'D' 'I' 'C'.
       77  WS-DS-TEXTO                 PIC X(60) VALUE SPACES.
       77  WS-DS-SITUACAO              PIC X(12) VALUE SPACES.
       77  WS-DIAS-ATRASO              PIC 9(05) VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(03) VALUE ZEROS.
       77  WS-MSK-VALOR                PIC ZZ.ZZ9,99.

      *DADOS DO MOVIMENTO A GRAVAR NO HISTORICO.
       01  WS-MOVIMENTO.
           03 WS-MV-TIPO               PIC X(01).
           03 WS-MV-DEPTO-ORIGEM       PIC X(10).
           03 WS-MV-DEPTO-DESTINO      PIC X(10).
           03 WS-MV-ST-ANTERIOR        PIC X(01).
           03 WS-MV-ST-NOVO            PIC X(01).
           03 WS-MV-OBSERVACAO         PIC X(60).

      *LANCAMENTO DA TAXA DO TIPO EM MENSALIDADE.DAT.
       01  WS-COMPETENCIA.
           03 WS-CP-ANO                PIC 9(04).
           03 WS-CP-MES                PIC 9(02).
       77  WS-TP-COBRANCA              PIC X(01) VALUE SPACE.
       77  WS-VL-TAXA                  PIC 9(05)V99 VALUE ZEROS.
       77  WS-QT-DIAS-VENC             PIC 9(03) VALUE 5.
       77  WS-TENTATIVAS               PIC 9(02) VALUE ZEROS.
       77  WS-TAXA-LANCADA             PIC X.
           88 WS-TAXA-LANCADA-OK       VALUE 'S' FALSE 'N'.

       77  WS-EXISTE                   PIC X.
           88 WS-EXISTE-OK             VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-FS-RQ                    PIC 99.
           88 WS-FS-RQ-OK              VALUE 0.
       77  WS-FS-RM                    PIC 99.
           88 WS-FS-RM-OK              VALUE 0.
       77  WS-FS-TR                    PIC 99.
           88 WS-FS-TR-OK              VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
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
           INITIALIZE WS-OPCAO WS-FS-RQ WS-FS-RM WS-FS-TR WS-FS-A
                      WS-FS-F WS-FS-AUD WS-NR-PROTOCOLO
                      WS-CH-PROTOCOLO WS-MAIOR-SEQ WS-ID-ALUNO
                      WS-CD-TIPO WS-DS-SOLICITACAO WS-CD-DEPTO
                      WS-ST-NOVO WS-DS-TEXTO WS-DS-SITUACAO
                      WS-DIAS-ATRASO WS-QTD-LISTADOS WS-MOVIMENTO
                      WS-COMPETENCIA WS-TP-COBRANCA WS-VL-TAXA
                      WS-TENTATIVAS WS-REG-ANTES WS-AUD-ARQUIVO
                      WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DEPOIS
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\REQUER.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\REQMOV.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\TIPOREQ.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-AUDITORIA
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O REQUER.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-RQ-OK THEN
               OPEN OUTPUT REQUER
               CLOSE REQUER
               OPEN I-O REQUER
           END-IF.
           OPEN I-O REQMOV.
           IF NOT WS-FS-RM-OK THEN
               OPEN OUTPUT REQMOV
               CLOSE REQMOV
               OPEN I-O REQMOV
           END-IF.
           OPEN INPUT TIPOREQ.
           IF NOT WS-FS-TR-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
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
                   PERFORM P500-ABRE-PROTOCOLO
                           THRU P500-ABRE-PROTOCOLO-FIM
               WHEN '2'
                   PERFORM P520-CONSULTA-PROTOCOLO
                           THRU P520-CONSULTA-PROTOCOLO-FIM
               WHEN '3'
                   PERFORM P530-ENCAMINHA
                           THRU P530-ENCAMINHA-FIM
               WHEN '4'
                   PERFORM P535-ALTERA-SITUACAO
                           THRU P535-ALTERA-SITUACAO-FIM
               WHEN '5'
                   PERFORM P540-ENCERRA
                           THRU P540-ENCERRA-FIM
               WHEN '6'
                   PERFORM P545-LISTA-ALUNO
                           THRU P545-LISTA-ALUNO-FIM
               WHEN '9'
                   DISPLAY 'PROTOCOLO DE REQUERIMENTOS ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '*** PROTOCOLO DE REQUERIM. ***'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - ABRIR PROTOCOLO        |'.
           DISPLAY '|<2> - CONSULTAR PROTOCOLO    |'.
           DISPLAY '|<3> - ENCAMINHAR             |'.
           DISPLAY '|<4> - ALTERAR SITUACAO       |'.
           DISPLAY '|<5> - ENCERRAR COM RESPOSTA  |'.
           DISPLAY '|<6> - PROTOCOLOS DO ALUNO    |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *PEDE O NUMERO E LE O PROTOCOLO (WS-EXISTE-OK QUANDO ACHOU).
       P440-PEDE-PROTOCOLO.
           DISPLAY 'INFORME O PROTOCOLO (AAAANNNNN)........: '
           END-DISPLAY.
           ACCEPT WS-NR-PROTOCOLO
           END-ACCEPT.
           MOVE WS-NR-PROTOCOLO TO WS-CH-PROTOCOLO.
           MOVE WS-CH-PROTOCOLO TO CH-REQUER.
           SET WS-EXISTE-OK TO TRUE.
           READ REQUER
               INVALID KEY
                   SET WS-EXISTE-OK TO FALSE
                   DISPLAY 'PROTOCOLO NAO CADASTRADO.'
                   END-DISPLAY
           END-READ.
       P440-PEDE-PROTOCOLO-FIM.

      *LE O PROTOCOLO PARA ANDAMENTO: TEM DE EXISTIR E ESTAR EM
      *ABERTO.
       P445-PEDE-EM-ABERTO.
           PERFORM P440-PEDE-PROTOCOLO THRU P440-PEDE-PROTOCOLO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P445-PEDE-EM-ABERTO-FIM
           END-IF.
           PERFORM P550-MOSTRA-PROTOCOLO
                   THRU P550-MOSTRA-PROTOCOLO-FIM.
           IF ST-REQUER-ENCERRADO THEN
               DISPLAY 'PROTOCOLO JA ENCERRADO.'
               END-DISPLAY
               SET WS-EXISTE-OK TO FALSE
           END-IF.
       P445-PEDE-EM-ABERTO-FIM.
           EXIT.

      *ABERTURA PELA SECRETARIA: ALUNO CADASTRADO, TIPO ATIVO E O
      *TEXTO DA SOLICITACAO. O PROTOCOLO NASCE ABERTO NO
      *DEPARTAMENTO DO TIPO, COM O PRAZO DO TIPO EM DIAS CORRIDOS.
       P500-ABRE-PROTOCOLO.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO.'
                   END-DISPLAY
                   GO TO P500-ABRE-PROTOCOLO-FIM
           END-READ.
           DISPLAY 'ALUNO........: ' NM-ALUNO OF REG-ALUNO
           END-DISPLAY.
           DISPLAY 'INFORME O TIPO DE REQUERIMENTO.........: '
           END-DISPLAY.
           ACCEPT WS-CD-TIPO
           END-ACCEPT.
           MOVE WS-CD-TIPO TO CD-TIPO-TPR.
           READ TIPOREQ
               INVALID KEY
                   DISPLAY 'TIPO DE REQUERIMENTO NAO CADASTRADO.'
                   END-DISPLAY
                   GO TO P500-ABRE-PROTOCOLO-FIM
           END-READ.
           IF NOT ST-TIPO-TPR-ATIVO THEN
               DISPLAY 'TIPO DE REQUERIMENTO INATIVO.'
               END-DISPLAY
               GO TO P500-ABRE-PROTOCOLO-FIM
           END-IF.
           MOVE VL-TAXA-TPR TO WS-MSK-VALOR.
           DISPLAY 'TIPO.........: ' DS-TIPO-TPR
           END-DISPLAY.
           DISPLAY 'PRAZO........: ' QT-DIAS-PRAZO-TPR ' DIAS - '
                   'DEPARTAMENTO ' CD-DEPTO-TPR
           END-DISPLAY.
           IF NOT TP-TAXA-TPR-GRATUITO THEN
               DISPLAY 'TAXA.........: ' WS-MSK-VALOR
                       ' (LANCADA NA ABERTURA)'
               END-DISPLAY
           END-IF.
           DISPLAY 'TEXTO DA SOLICITACAO...................: '
           END-DISPLAY.
           ACCEPT WS-DS-SOLICITACAO
           END-ACCEPT.
           IF WS-DS-SOLICITACAO EQUAL SPACES THEN
               DISPLAY 'TEXTO DA SOLICITACAO OBRIGATORIO.'
               END-DISPLAY
               GO TO P500-ABRE-PROTOCOLO-FIM
           END-IF.
           DISPLAY 'CONFIRMA A ABERTURA DO PROTOCOLO (S/N)? '
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'OPERACAO CANCELADA.'
               END-DISPLAY
               GO TO P500-ABRE-PROTOCOLO-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM P505-PROXIMO-NUMERO THRU P505-PROXIMO-NUMERO-FIM.
           MOVE WS-CH-PROTOCOLO    TO CH-REQUER.
           MOVE WS-ID-ALUNO        TO ID-ALUNO-REQ.
           MOVE CD-TIPO-TPR        TO CD-TIPO-REQ.
           MOVE CD-DEPTO-TPR       TO CD-DEPTO-REQ.
           SET ST-REQUER-ABERTO    TO TRUE.
           MOVE WS-DH-DATA         TO DT-ABERTURA-REQ.
           COMPUTE DT-PRAZO-REQ = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                + QT-DIAS-PRAZO-TPR).
           MOVE ZEROS              TO DT-ENCERRAMENTO-REQ.
           MOVE WS-COM-OPERADOR    TO ID-OPERADOR-ABR-REQ.
           MOVE WS-DH-DATA         TO DT-ULT-MOV-REQ.
           MOVE WS-COM-OPERADOR    TO ID-OPERADOR-ULT-REQ.
           MOVE 1                  TO QT-MOVIMENTOS-REQ.
           MOVE WS-DS-SOLICITACAO  TO DS-SOLICITACAO-REQ.
           MOVE SPACES             TO DS-RESPOSTA-REQ.
           SET FL-TAXA-REQ-SEM     TO TRUE.
           MOVE SPACES             TO TP-COBRANCA-REQ.
           MOVE ZEROS              TO CP-COBRANCA-REQ.
           MOVE ZEROS              TO VL-TAXA-REQ.
           WRITE REG-REQUER
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PROTOCOLO. FILE STATUS: '
                           WS-FS-RQ
                   END-DISPLAY
                   GO TO P500-ABRE-PROTOCOLO-FIM
           END-WRITE.
           MOVE 'A'                TO WS-MV-TIPO.
           MOVE SPACES             TO WS-MV-DEPTO-ORIGEM.
           MOVE CD-DEPTO-TPR       TO WS-MV-DEPTO-DESTINO.
           MOVE SPACES             TO WS-MV-ST-ANTERIOR.
           MOVE 'A'                TO WS-MV-ST-NOVO.
           MOVE WS-DS-SOLICITACAO  TO WS-MV-OBSERVACAO.
           PERFORM P600-GRAVA-MOVIMENTO THRU P600-GRAVA-MOVIMENTO-FIM.
           DISPLAY 'PROTOCOLO ABERTO: ' WS-CP-AA-PROTOCOLO
                   WS-CP-NR-SEQ ' - PRAZO ' DT-PRAZO-REQ
                   ' - DEPARTAMENTO ' CD-DEPTO-REQ
           END-DISPLAY.
           IF NOT TP-TAXA-TPR-GRATUITO THEN
               PERFORM P700-LANCA-TAXA THRU P700-LANCA-TAXA-FIM
           END-IF.
       P500-ABRE-PROTOCOLO-FIM.
           EXIT.

      *PROXIMO SEQUENCIAL DO ANO: PERCORRE OS PROTOCOLOS DO ANO E
      *FICA COM O MAIOR.
       P505-PROXIMO-NUMERO.
           MOVE ZEROS     TO WS-MAIOR-SEQ.
           MOVE WS-DH-ANO TO AA-PROTOCOLO-REQ.
           MOVE ZEROS     TO NR-SEQ-REQ.
           SET WS-EOF-VARRE-OK TO FALSE.
           START REQUER KEY IS NOT LESS THAN CH-REQUER
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P510-LE-NUMERO THRU P510-LE-NUMERO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           MOVE WS-DH-ANO TO WS-CP-AA-PROTOCOLO.
           COMPUTE WS-CP-NR-SEQ = WS-MAIOR-SEQ + 1.
       P505-PROXIMO-NUMERO-FIM.

       P510-LE-NUMERO.
           READ REQUER NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF AA-PROTOCOLO-REQ NOT EQUAL WS-DH-ANO THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       MOVE NR-SEQ-REQ TO WS-MAIOR-SEQ
                   END-IF
           END-READ.
       P510-LE-NUMERO-FIM.

       P520-CONSULTA-PROTOCOLO.
           PERFORM P440-PEDE-PROTOCOLO THRU P440-PEDE-PROTOCOLO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P520-CONSULTA-PROTOCOLO-FIM
           END-IF.
           PERFORM P550-MOSTRA-PROTOCOLO
                   THRU P550-MOSTRA-PROTOCOLO-FIM.
           DISPLAY '----- HISTORICO -----'
           END-DISPLAY.
           MOVE AA-PROTOCOLO-REQ TO AA-PROTOCOLO-RQM.
           MOVE NR-SEQ-REQ       TO NR-SEQ-RQM.
           MOVE ZEROS            TO NR-MOVIMENTO-RQM.
           SET WS-EOF-VARRE-OK TO FALSE.
           START REQMOV KEY IS NOT LESS THAN CH-REQMOV
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P525-LE-MOVIMENTO THRU P525-LE-MOVIMENTO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P520-CONSULTA-PROTOCOLO-FIM.
           EXIT.

       P525-LE-MOVIMENTO.
           READ REQMOV NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF AA-PROTOCOLO-RQM NOT EQUAL WS-CP-AA-PROTOCOLO OR
                      NR-SEQ-RQM NOT EQUAL WS-CP-NR-SEQ THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       DISPLAY NR-MOVIMENTO-RQM ' ' DT-MOVIMENTO-RQM
                               ' ' HR-MOVIMENTO-RQM ' '
                               TP-MOVIMENTO-RQM ' ' ID-OPERADOR-RQM
                               ' ' CD-DEPTO-ORIGEM-RQM '>'
                               CD-DEPTO-DESTINO-RQM ' '
                               ST-ANTERIOR-RQM '>' ST-NOVO-RQM
                       END-DISPLAY
                       DISPLAY '    ' DS-OBSERVACAO-RQM
                       END-DISPLAY
                   END-IF
           END-READ.
       P525-LE-MOVIMENTO-FIM.

      *ENCAMINHA O PROTOCOLO A OUTRO DEPARTAMENTO. O PRAZO NAO MUDA.
       P530-ENCAMINHA.
           PERFORM P445-PEDE-EM-ABERTO THRU P445-PEDE-EM-ABERTO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P530-ENCAMINHA-FIM
           END-IF.
           DISPLAY 'ENCAMINHAR PARA O DEPARTAMENTO.........: '
           END-DISPLAY.
           ACCEPT WS-CD-DEPTO
           END-ACCEPT.
           IF WS-CD-DEPTO EQUAL SPACES OR
              WS-CD-DEPTO EQUAL CD-DEPTO-REQ THEN
               DISPLAY 'DEPARTAMENTO DE DESTINO INVALIDO.'
               END-DISPLAY
               GO TO P530-ENCAMINHA-FIM
           END-IF.
           DISPLAY 'OBSERVACAO DO ENCAMINHAMENTO...........: '
           END-DISPLAY.
           ACCEPT WS-DS-TEXTO
           END-ACCEPT.
           MOVE 'E'                TO WS-MV-TIPO.
           MOVE CD-DEPTO-REQ       TO WS-MV-DEPTO-ORIGEM.
           MOVE WS-CD-DEPTO        TO WS-MV-DEPTO-DESTINO.
           MOVE ST-REQUER          TO WS-MV-ST-ANTERIOR.
           MOVE ST-REQUER          TO WS-MV-ST-NOVO.
           MOVE WS-DS-TEXTO        TO WS-MV-OBSERVACAO.
           MOVE WS-CD-DEPTO        TO CD-DEPTO-REQ.
           PERFORM P560-REGRAVA-PROTOCOLO
                   THRU P560-REGRAVA-PROTOCOLO-FIM.
       P530-ENCAMINHA-FIM.
           EXIT.

      *ANDAMENTO NO DEPARTAMENTO: ABERTO, EM ANALISE OU PENDENTE DO
      *ALUNO. O ENCERRAMENTO E PELA OPCAO 5.
       P535-ALTERA-SITUACAO.
           PERFORM P445-PEDE-EM-ABERTO THRU P445-PEDE-EM-ABERTO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P535-ALTERA-SITUACAO-FIM
           END-IF.
           DISPLAY 'NOVA SITUACAO (A=ABERTO E=EM ANALISE '
                   'P=PENDENTE DO ALUNO): '
           END-DISPLAY.
           ACCEPT WS-ST-NOVO
           END-ACCEPT.
           IF NOT WS-ST-NOVO-ANDAMENTO OR
              WS-ST-NOVO EQUAL ST-REQUER THEN
               DISPLAY 'SITUACAO INVALIDA.'
               END-DISPLAY
               GO TO P535-ALTERA-SITUACAO-FIM
           END-IF.
           DISPLAY 'OBSERVACAO.............................: '
           END-DISPLAY.
           ACCEPT WS-DS-TEXTO
           END-ACCEPT.
           MOVE 'S'                TO WS-MV-TIPO.
           MOVE CD-DEPTO-REQ       TO WS-MV-DEPTO-ORIGEM.
           MOVE CD-DEPTO-REQ       TO WS-MV-DEPTO-DESTINO.
           MOVE ST-REQUER          TO WS-MV-ST-ANTERIOR.
           MOVE WS-ST-NOVO         TO WS-MV-ST-NOVO.
           MOVE WS-DS-TEXTO        TO WS-MV-OBSERVACAO.
           MOVE WS-ST-NOVO         TO ST-REQUER.
           PERFORM P560-REGRAVA-PROTOCOLO
                   THRU P560-REGRAVA-PROTOCOLO-FIM.
       P535-ALTERA-SITUACAO-FIM.
           EXIT.

      *ENCERRAMENTO COM O RESULTADO E O TEXTO DE RESPOSTA AO ALUNO.
      *A TAXA LANCADA NA ABERTURA NAO E ESTORNADA AQUI.
       P540-ENCERRA.
           PERFORM P445-PEDE-EM-ABERTO THRU P445-PEDE-EM-ABERTO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P540-ENCERRA-FIM
           END-IF.
           DISPLAY 'RESULTADO (D=DEFERIDO I=INDEFERIDO '
                   'C=CANCELADO): '
           END-DISPLAY.
           ACCEPT WS-ST-NOVO
           END-ACCEPT.
           IF NOT WS-ST-NOVO-ENCERRAMENTO THEN
               DISPLAY 'RESULTADO INVALIDO.'
               END-DISPLAY
               GO TO P540-ENCERRA-FIM
           END-IF.
           DISPLAY 'TEXTO DA RESPOSTA......................: '
           END-DISPLAY.
           ACCEPT WS-DS-TEXTO
           END-ACCEPT.
           IF WS-DS-TEXTO EQUAL SPACES THEN
               DISPLAY 'TEXTO DA RESPOSTA OBRIGATORIO.'
               END-DISPLAY
               GO TO P540-ENCERRA-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE 'F'                TO WS-MV-TIPO.
           MOVE CD-DEPTO-REQ       TO WS-MV-DEPTO-ORIGEM.
           MOVE CD-DEPTO-REQ       TO WS-MV-DEPTO-DESTINO.
           MOVE ST-REQUER          TO WS-MV-ST-ANTERIOR.
           MOVE WS-ST-NOVO         TO WS-MV-ST-NOVO.
           MOVE WS-DS-TEXTO        TO WS-MV-OBSERVACAO.
           MOVE WS-ST-NOVO         TO ST-REQUER.
           MOVE WS-DS-TEXTO        TO DS-RESPOSTA-REQ.
           MOVE WS-DH-DATA         TO DT-ENCERRAMENTO-REQ.
           PERFORM P560-REGRAVA-PROTOCOLO
                   THRU P560-REGRAVA-PROTOCOLO-FIM.
           IF ST-REQUER-CANCELADO AND FL-TAXA-REQ-LANCADA THEN
               DISPLAY 'ATENCAO: A TAXA DO PROTOCOLO FOI LANCADA NA '
                       'COMPETENCIA ' CP-COBRANCA-REQ
                       '; ESTORNO PELO FINANCEIRO.'
               END-DISPLAY
           END-IF.
       P540-ENCERRA-FIM.
           EXIT.

      *PROTOCOLOS DO ALUNO PELA CHAVE ALTERNATIVA, DO MAIS ANTIGO AO
      *MAIS NOVO.
       P545-LISTA-ALUNO.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE WS-ID-ALUNO TO ID-ALUNO-REQ.
           SET WS-EOF-VARRE-OK TO FALSE.
           START REQUER KEY IS NOT LESS THAN ID-ALUNO-REQ
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P547-LE-PROTOCOLO-ALUNO
                   THRU P547-LE-PROTOCOLO-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           DISPLAY 'PROTOCOLOS LISTADOS: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P545-LISTA-ALUNO-FIM.

       P547-LE-PROTOCOLO-ALUNO.
           READ REQUER NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-REQ NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM P555-DESCREVE-SITUACAO
                               THRU P555-DESCREVE-SITUACAO-FIM
                       DISPLAY AA-PROTOCOLO-REQ NR-SEQ-REQ ' '
                               CD-TIPO-REQ ' ' WS-DS-SITUACAO
                               ' DEPTO ' CD-DEPTO-REQ
                               ' ABERTO ' DT-ABERTURA-REQ
                               ' PRAZO ' DT-PRAZO-REQ
                       END-DISPLAY
                   END-IF
           END-READ.
       P547-LE-PROTOCOLO-ALUNO-FIM.

       P550-MOSTRA-PROTOCOLO.
           MOVE CH-REQUER TO WS-CH-PROTOCOLO.
           PERFORM P555-DESCREVE-SITUACAO
                   THRU P555-DESCREVE-SITUACAO-FIM.
           MOVE CD-TIPO-REQ TO CD-TIPO-TPR.
           READ TIPOREQ
               INVALID KEY
                   MOVE '(TIPO SEM CADASTRO)' TO DS-TIPO-TPR
           END-READ.
           MOVE ID-ALUNO-REQ TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO NM-ALUNO OF REG-ALUNO
           END-READ.
           DISPLAY 'PROTOCOLO....: ' AA-PROTOCOLO-REQ NR-SEQ-REQ
                   ' - ' WS-DS-SITUACAO
           END-DISPLAY.
           DISPLAY 'ALUNO........: ' ID-ALUNO-REQ ' - '
                   NM-ALUNO OF REG-ALUNO
           END-DISPLAY.
           DISPLAY 'TIPO.........: ' CD-TIPO-REQ ' - ' DS-TIPO-TPR
           END-DISPLAY.
           DISPLAY 'DEPARTAMENTO.: ' CD-DEPTO-REQ
           END-DISPLAY.
           DISPLAY 'ABERTURA.....: ' DT-ABERTURA-REQ ' POR '
                   ID-OPERADOR-ABR-REQ ' - PRAZO ' DT-PRAZO-REQ
           END-DISPLAY.
           DISPLAY 'SOLICITACAO..: ' DS-SOLICITACAO-REQ
           END-DISPLAY.
           IF ST-REQUER-ENCERRADO THEN
               DISPLAY 'ENCERRAMENTO.: ' DT-ENCERRAMENTO-REQ
               END-DISPLAY
               DISPLAY 'RESPOSTA.....: ' DS-RESPOSTA-REQ
               END-DISPLAY
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               IF WS-DH-DATA IS GREATER THAN DT-PRAZO-REQ THEN
                   COMPUTE WS-DIAS-ATRASO =
                           FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                         - FUNCTION INTEGER-OF-DATE (DT-PRAZO-REQ)
                   DISPLAY '** PRAZO VENCIDO HA ' WS-DIAS-ATRASO
                           ' DIAS **'
                   END-DISPLAY
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN FL-TAXA-REQ-LANCADA
                   MOVE VL-TAXA-REQ TO WS-MSK-VALOR
                   DISPLAY 'TAXA.........: ' TP-COBRANCA-REQ ' '
                           WS-MSK-VALOR ' NA COMPETENCIA '
                           CP-COBRANCA-REQ
                   END-DISPLAY
               WHEN FL-TAXA-REQ-ERRO
                   DISPLAY 'TAXA.........: NAO LANCADA - EMITIR PELO '
                           'NTFINTAX'
                   END-DISPLAY
           END-EVALUATE.
       P550-MOSTRA-PROTOCOLO-FIM.

       P555-DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN ST-REQUER-ABERTO
                   MOVE 'ABERTO'       TO WS-DS-SITUACAO
               WHEN ST-REQUER-ANALISE
                   MOVE 'EM ANALISE'   TO WS-DS-SITUACAO
               WHEN ST-REQUER-PENDENTE
                   MOVE 'PENDENTE'     TO WS-DS-SITUACAO
               WHEN ST-REQUER-DEFERIDO
                   MOVE 'DEFERIDO'     TO WS-DS-SITUACAO
               WHEN ST-REQUER-INDEFERIDO
                   MOVE 'INDEFERIDO'   TO WS-DS-SITUACAO
               WHEN ST-REQUER-CANCELADO
                   MOVE 'CANCELADO'    TO WS-DS-SITUACAO
               WHEN OTHER
                   MOVE SPACES         TO WS-DS-SITUACAO
           END-EVALUATE.
       P555-DESCREVE-SITUACAO-FIM.

      *REGRAVA O PROTOCOLO COM O ULTIMO MOVIMENTO E, SE DEU CERTO,
      *GRAVA O MOVIMENTO NO HISTORICO.
       P560-REGRAVA-PROTOCOLO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           ADD 1                   TO QT-MOVIMENTOS-REQ.
           MOVE WS-DH-DATA         TO DT-ULT-MOV-REQ.
           MOVE WS-COM-OPERADOR    TO ID-OPERADOR-ULT-REQ.
           REWRITE REG-REQUER
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PROTOCOLO. FILE STATUS: '
                           WS-FS-RQ
                   END-DISPLAY
                   GO TO P560-REGRAVA-PROTOCOLO-FIM
           END-REWRITE.
           PERFORM P600-GRAVA-MOVIMENTO THRU P600-GRAVA-MOVIMENTO-FIM.
           DISPLAY 'PROTOCOLO ATUALIZADO COM SUCESSO.'
           END-DISPLAY.
       P560-REGRAVA-PROTOCOLO-FIM.
           EXIT.

      *GRAVA NO HISTORICO O MOVIMENTO DE NUMERO QT-MOVIMENTOS-REQ DO
      *PROTOCOLO CORRENTE.
       P600-GRAVA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE AA-PROTOCOLO-REQ    TO AA-PROTOCOLO-RQM.
           MOVE NR-SEQ-REQ          TO NR-SEQ-RQM.
           MOVE QT-MOVIMENTOS-REQ   TO NR-MOVIMENTO-RQM.
           MOVE WS-MV-TIPO          TO TP-MOVIMENTO-RQM.
           MOVE WS-DH-DATA          TO DT-MOVIMENTO-RQM.
           MOVE WS-DH-HORARIO       TO HR-MOVIMENTO-RQM.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-RQM.
           MOVE WS-MV-DEPTO-ORIGEM  TO CD-DEPTO-ORIGEM-RQM.
           MOVE WS-MV-DEPTO-DESTINO TO CD-DEPTO-DESTINO-RQM.
           MOVE WS-MV-ST-ANTERIOR   TO ST-ANTERIOR-RQM.
           MOVE WS-MV-ST-NOVO       TO ST-NOVO-RQM.
           MOVE WS-MV-OBSERVACAO    TO DS-OBSERVACAO-RQM.
           WRITE REG-REQMOV
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O HISTORICO. FILE STATUS: '
                           WS-FS-RM
                   END-DISPLAY
           END-WRITE.
       P600-GRAVA-MOVIMENTO-FIM.

      *TAXA DO TIPO EM MENSALIDADE.DAT. A CHAVE SO ADMITE UMA
      *COBRANCA DO TIPO POR MES: COM A DO MES AINDA ABERTA, A TAXA
      *SOMA NELA; SE ELA JA FOI PAGA, CANCELADA, BAIXADA, NEGATIVADA
      *OU RENEGOCIADA, TENTA O MES SEGUINTE (ATE DOZE MESES), COMO A
      *MULTA DA BIBLIOTECA NO NTBIBDEV. O RESULTADO FICA NO PROTOCOLO;
      *SEM LANCAMENTO, A TAXA TEM DE SER EMITIDA PELO NTFINTAX.
       P700-LANCA-TAXA.
           MOVE TP-TAXA-TPR TO WS-TP-COBRANCA.
           MOVE VL-TAXA-TPR TO WS-VL-TAXA.
           MOVE WS-DH-ANO   TO WS-CP-ANO.
           MOVE WS-DH-MES   TO WS-CP-MES.
           MOVE ZEROS       TO WS-TENTATIVAS.
           SET WS-TAXA-LANCADA-OK TO FALSE.
           PERFORM P705-TENTA-COMPETENCIA
                   THRU P705-TENTA-COMPETENCIA-FIM
                   UNTIL WS-TAXA-LANCADA-OK OR
                         WS-TENTATIVAS IS GREATER THAN 11.
           MOVE WS-CH-PROTOCOLO TO CH-REQUER.
           READ REQUER
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O PROTOCOLO. FILE STATUS: '
                           WS-FS-RQ
                   END-DISPLAY
                   GO TO P700-LANCA-TAXA-FIM
           END-READ.
           MOVE WS-TP-COBRANCA TO TP-COBRANCA-REQ.
           MOVE WS-VL-TAXA     TO VL-TAXA-REQ.
           IF WS-TAXA-LANCADA-OK THEN
               SET FL-TAXA-REQ-LANCADA TO TRUE
               MOVE WS-COMPETENCIA TO CP-COBRANCA-REQ
               DISPLAY 'TAXA LANCADA NA COBRANCA ' WS-TP-COBRANCA
                       ' DE ' WS-CP-MES '/' WS-CP-ANO '.'
               END-DISPLAY
           ELSE
               SET FL-TAXA-REQ-ERRO TO TRUE
               MOVE ZEROS TO CP-COBRANCA-REQ
               DISPLAY 'NAO FOI POSSIVEL LANCAR A TAXA DO PROTOCOLO. '
                       'EMITIR PELO NTFINTAX.'
               END-DISPLAY
           END-IF.
           REWRITE REG-REQUER
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PROTOCOLO. FILE STATUS: '
                           WS-FS-RQ
                   END-DISPLAY
           END-REWRITE.
       P700-LANCA-TAXA-FIM.
           EXIT.

       P705-TENTA-COMPETENCIA.
           ADD 1 TO WS-TENTATIVAS.
           MOVE WS-ID-ALUNO    TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE WS-CP-ANO      TO CP-ANO.
           MOVE WS-CP-MES      TO CP-MES.
           MOVE WS-TP-COBRANCA TO TP-COBRANCA.
           READ MENSALIDADE
               INVALID KEY
                   PERFORM P710-NOVA-COBRANCA
                           THRU P710-NOVA-COBRANCA-FIM
                   GO TO P705-TENTA-COMPETENCIA-FIM
           END-READ.
           IF DT-PAGAMENTO EQUAL ZEROS AND
              ST-COBRANCA EQUAL SPACES AND
              ST-NEGATIVACAO EQUAL SPACES AND
              NR-ACORDO EQUAL ZEROS THEN
               PERFORM P720-SOMA-COBRANCA
                       THRU P720-SOMA-COBRANCA-FIM
               GO TO P705-TENTA-COMPETENCIA-FIM
           END-IF.
           ADD 1 TO WS-CP-MES.
           IF WS-CP-MES IS GREATER THAN 12 THEN
               MOVE 1 TO WS-CP-MES
               ADD 1 TO WS-CP-ANO
           END-IF.
       P705-TENTA-COMPETENCIA-FIM.
           EXIT.

       P710-NOVA-COBRANCA.
           MOVE WS-ID-ALUNO    TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE WS-CP-ANO      TO CP-ANO.
           MOVE WS-CP-MES      TO CP-MES.
           MOVE WS-TP-COBRANCA TO TP-COBRANCA.
           MOVE WS-VL-TAXA     TO VL-MENSALIDADE.
           COMPUTE DT-VENCIMENTO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                + WS-QT-DIAS-VENC).
           MOVE ZEROS  TO DT-PAGAMENTO.
           MOVE ZEROS  TO VL-PAGO.
           MOVE ZEROS  TO NR-ACORDO.
           MOVE ZEROS  TO VL-MULTA.
           MOVE ZEROS  TO VL-JUROS.
           MOVE ZEROS  TO VL-DESCONTO-PONT.
           MOVE SPACES TO TP-PRORATA.
           MOVE ZEROS  TO DT-INICIO-PRORATA.
           MOVE ZEROS  TO QT-DIAS-PRORATA.
           MOVE ZEROS  TO QT-DIAS-BASE-PRORATA.
           MOVE ZEROS  TO VL-INTEGRAL-PRORATA.
           MOVE ZEROS  TO DT-BAIXA-PERDA.
           MOVE ZEROS  TO VL-BAIXA-PERDA.
           MOVE ZEROS  TO DT-RECUPERACAO.
           MOVE ZEROS  TO VL-RECUPERADO.
           MOVE ZEROS  TO VL-RECUPERADO-MES.
           MOVE SPACES TO ST-NEGATIVACAO.
           MOVE ZEROS  TO DT-AVISO-NEGAT.
           MOVE ZEROS  TO DT-INCLUSAO-NEGAT.
           MOVE ZEROS  TO DT-BAIXA-NEGAT.
           MOVE ZEROS  TO DT-EXCLUSAO-NEGAT.
           MOVE ZEROS  TO CPF-NEGATIVACAO.
           MOVE ZEROS  TO VL-NEGATIVADO.
           MOVE ZEROS  TO NR-PASSO-REGUA.
           MOVE ZEROS  TO DT-PASSO-REGUA.
           MOVE SPACES TO ST-COBRANCA.
           WRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A COBRANCA DA TAXA.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-TAXA-LANCADA-OK TO TRUE
                   MOVE SPACES          TO WS-REG-ANTES
                   MOVE 'MENSALIDA'     TO WS-AUD-ARQUIVO
                   MOVE 'INCLUSAO'      TO WS-AUD-OPERACAO
                   MOVE CH-MENSALIDADE (1:12) TO WS-AUD-CHAVE
                   MOVE REG-MENSALIDADE TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-WRITE.
       P710-NOVA-COBRANCA-FIM.

       P720-SOMA-COBRANCA.
           MOVE REG-MENSALIDADE TO WS-REG-ANTES.
           ADD WS-VL-TAXA TO VL-MENSALIDADE.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A COBRANCA DA TAXA.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-TAXA-LANCADA-OK TO TRUE
                   MOVE 'MENSALIDA'     TO WS-AUD-ARQUIVO
                   MOVE 'ALTERACAO'     TO WS-AUD-OPERACAO
                   MOVE CH-MENSALIDADE (1:12) TO WS-AUD-CHAVE
                   MOVE REG-MENSALIDADE TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P720-SOMA-COBRANCA-FIM.

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
           CLOSE REQUER.
           CLOSE REQMOV.
           CLOSE TIPOREQ.
           CLOSE ALUNOS.
           CLOSE MENSALIDADE.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS TIPOREQ...: ' WS-FS-TR
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS MENSALID..: ' WS-FS-F
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTREQMAN.
