      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      15/05/2023.
      * Purpose:   CADASTRO DOS QUESTIONARIOS DA AVALIACAO
      *            INSTITUCIONAL - CPA (CPAQUEST.DAT/CFPK0062):
      *            INCLUSAO/ALTERACAO, EXCLUSAO E LISTAGEM DAS QUESTOES
      *            DE UM QUESTIONARIO (ATE 20, NOTA DE 1 A 5). O
      *            QUESTIONARIO DO PERIODO E ESCOLHIDO NA GERACAO DOS
      *            FORMULARIOS (NTCPAGER). TODA GRAVACAO E AUDITADA.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCPAQUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPAQUEST
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CPAQUEST
           FILE  STATUS IS WS-FS-Q.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  CPAQUEST.
           COPY CFPK0062.

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

       77  WS-CD-QUESTIONARIO          PIC 9(02) VALUE ZEROS.
       77  WS-NR-QUESTAO               PIC 9(02) VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(03) VALUE ZEROS.

      *AREA DE DIGITACAO DA QUESTAO, CONFERIDA ANTES DE IR PARA O
      *REGISTRO.
       01  WS-QUESTAO-DIGITADA.
           03 WS-QD-TP-ALVO            PIC X(01).
               88 WS-QD-TP-ALVO-VALIDO VALUE 'D' 'P'.
           03 WS-QD-DS-QUESTAO         PIC X(60).

       77  WS-EXISTE                   PIC X.
           88 WS-EXISTE-OK             VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-QUESTAO              PIC X.
           88 WS-EOF-QUESTAO-OK        VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-FS-Q                     PIC 99.
           88 WS-FS-Q-OK               VALUE 0.
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
           INITIALIZE WS-OPCAO WS-FS-Q WS-FS-AUD WS-CD-QUESTIONARIO
                      WS-NR-QUESTAO WS-QTD-LISTADOS
                      WS-QUESTAO-DIGITADA WS-REG-ANTES WS-AUD-ARQUIVO
                      WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DEPOIS
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DO CADASTRO DE QUESTIONARIOS E DA AUDITORIA
      *A PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CPAQUEST.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O CPAQUEST.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-Q-OK THEN
               OPEN OUTPUT CPAQUEST
               CLOSE CPAQUEST
               OPEN I-O CPAQUEST
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
                   PERFORM P500-GRAVA-QUESTAO
                           THRU P500-GRAVA-QUESTAO-FIM
               WHEN '2'
                   PERFORM P530-EXCLUI-QUESTAO
                           THRU P530-EXCLUI-QUESTAO-FIM
               WHEN '3'
                   PERFORM P540-LISTA-QUESTIONARIO
                           THRU P540-LISTA-QUESTIONARIO-FIM
               WHEN '9'
                   DISPLAY 'CADASTRO DE QUESTIONARIOS ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '***** QUESTIONARIOS  CPA ******'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - INCLUIR/ALTERAR QUESTAO|'.
           DISPLAY '|<2> - EXCLUIR QUESTAO        |'.
           DISPLAY '|<3> - LISTAR QUESTIONARIO    |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

       P440-PEDE-QUESTAO.
           DISPLAY 'INFORME O CODIGO DO QUESTIONARIO.......: '
           END-DISPLAY.
           ACCEPT WS-CD-QUESTIONARIO
           END-ACCEPT.
           DISPLAY 'INFORME O NUMERO DA QUESTAO (1 A 20)...: '
           END-DISPLAY.
           ACCEPT WS-NR-QUESTAO
           END-ACCEPT.
           MOVE WS-CD-QUESTIONARIO TO CD-QUESTIONARIO-CPQ.
           MOVE WS-NR-QUESTAO      TO NR-QUESTAO-CPQ.
       P440-PEDE-QUESTAO-FIM.

      *INCLUI A QUESTAO OU ALTERA A JA CADASTRADA. O NUMERO DA
      *QUESTAO E A POSICAO DA NOTA NO FORMULARIO RESPONDIDO.
       P500-GRAVA-QUESTAO.
           PERFORM P440-PEDE-QUESTAO THRU P440-PEDE-QUESTAO-FIM.
           IF WS-CD-QUESTIONARIO EQUAL ZEROS OR
              WS-NR-QUESTAO EQUAL ZEROS OR
              WS-NR-QUESTAO IS GREATER THAN 20 THEN
               DISPLAY 'QUESTIONARIO OU QUESTAO INVALIDA.'
               END-DISPLAY
               GO TO P500-GRAVA-QUESTAO-FIM
           END-IF.
           SET WS-EXISTE-OK TO TRUE.
           READ CPAQUEST
               INVALID KEY
                   SET WS-EXISTE-OK TO FALSE
           END-READ.
           IF WS-EXISTE-OK THEN
               MOVE REG-CPAQUEST TO WS-REG-ANTES
               PERFORM P550-MOSTRA-QUESTAO
                       THRU P550-MOSTRA-QUESTAO-FIM
           ELSE
               MOVE SPACES TO WS-REG-ANTES
           END-IF.
           DISPLAY 'ALVO (D=DISCIPLINA P=PROFESSOR)........: '
           END-DISPLAY.
           ACCEPT WS-QD-TP-ALVO
           END-ACCEPT.
           DISPLAY 'TEXTO DA QUESTAO.......................: '
           END-DISPLAY.
           ACCEPT WS-QD-DS-QUESTAO
           END-ACCEPT.
           IF NOT WS-QD-TP-ALVO-VALIDO THEN
               DISPLAY 'ALVO DA QUESTAO INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-QUESTAO-FIM
           END-IF.
           IF WS-QD-DS-QUESTAO EQUAL SPACES THEN
               DISPLAY 'TEXTO DA QUESTAO OBRIGATORIO.'
               END-DISPLAY
               GO TO P500-GRAVA-QUESTAO-FIM
           END-IF.
           MOVE WS-QD-TP-ALVO          TO TP-ALVO-CPQ.
           MOVE WS-QD-DS-QUESTAO       TO DS-QUESTAO-CPQ.
           MOVE CH-CPAQUEST            TO WS-AUD-CHAVE.
           MOVE 'CPAQUEST'             TO WS-AUD-ARQUIVO.
           IF WS-EXISTE-OK THEN
               REWRITE REG-CPAQUEST
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A QUESTAO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'QUESTAO ALTERADA COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'ALTERACAO'  TO WS-AUD-OPERACAO
                       MOVE REG-CPAQUEST TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-REWRITE
           ELSE
               WRITE REG-CPAQUEST
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A QUESTAO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'QUESTAO INCLUIDA COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'INCLUSAO'   TO WS-AUD-OPERACAO
                       MOVE REG-CPAQUEST TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-WRITE
           END-IF.
       P500-GRAVA-QUESTAO-FIM.
           EXIT.

      *A NOTA JA IMPORTADA PARA A QUESTAO EXCLUIDA FICA NO ARQUIVO DE
      *RESPOSTAS, MAS SAI DOS RESULTADOS (NTCPAREL), QUE SO TABULAM AS
      *QUESTOES CADASTRADAS.
       P530-EXCLUI-QUESTAO.
           PERFORM P440-PEDE-QUESTAO THRU P440-PEDE-QUESTAO-FIM.
           READ CPAQUEST
               INVALID KEY
                   DISPLAY 'QUESTAO NAO CADASTRADA.'
                   END-DISPLAY
                   GO TO P530-EXCLUI-QUESTAO-FIM
           END-READ.
           PERFORM P550-MOSTRA-QUESTAO THRU P550-MOSTRA-QUESTAO-FIM.
           DISPLAY 'CONFIRMA A EXCLUSAO DA QUESTAO (S/N)? '
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'OPERACAO CANCELADA.'
               END-DISPLAY
               GO TO P530-EXCLUI-QUESTAO-FIM
           END-IF.
           MOVE REG-CPAQUEST TO WS-REG-ANTES.
           DELETE CPAQUEST RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A QUESTAO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'QUESTAO EXCLUIDA COM SUCESSO.'
                   END-DISPLAY
                   MOVE 'CPAQUEST'   TO WS-AUD-ARQUIVO
                   MOVE 'EXCLUSAO'   TO WS-AUD-OPERACAO
                   MOVE CH-CPAQUEST  TO WS-AUD-CHAVE
                   MOVE SPACES       TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-DELETE.
       P530-EXCLUI-QUESTAO-FIM.
           EXIT.

       P540-LISTA-QUESTIONARIO.
           DISPLAY 'INFORME O CODIGO DO QUESTIONARIO.......: '
           END-DISPLAY.
           ACCEPT WS-CD-QUESTIONARIO
           END-ACCEPT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-QUESTAO-OK TO FALSE.
           MOVE WS-CD-QUESTIONARIO TO CD-QUESTIONARIO-CPQ.
           MOVE ZEROS              TO NR-QUESTAO-CPQ.
           START CPAQUEST KEY IS NOT LESS THAN CH-CPAQUEST
               INVALID KEY
                   SET WS-EOF-QUESTAO-OK TO TRUE
           END-START.
           PERFORM P545-LE-QUESTAO THRU P545-LE-QUESTAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-QUESTAO-OK.
           DISPLAY 'QUESTOES LISTADAS: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P540-LISTA-QUESTIONARIO-FIM.

       P545-LE-QUESTAO.
           READ CPAQUEST NEXT RECORD
               AT END
                   SET WS-EOF-QUESTAO-OK TO TRUE
               NOT AT END
                   IF CD-QUESTIONARIO-CPQ NOT EQUAL
                      WS-CD-QUESTIONARIO THEN
                       SET WS-EOF-QUESTAO-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY NR-QUESTAO-CPQ ' (' TP-ALVO-CPQ ') '
                               DS-QUESTAO-CPQ
                       END-DISPLAY
                   END-IF
           END-READ.
       P545-LE-QUESTAO-FIM.

       P550-MOSTRA-QUESTAO.
           DISPLAY 'QUESTIONARIO.: ' CD-QUESTIONARIO-CPQ
           END-DISPLAY.
           DISPLAY 'QUESTAO......: ' NR-QUESTAO-CPQ
           END-DISPLAY.
           IF TP-ALVO-PROFESSOR THEN
               DISPLAY 'ALVO.........: PROFESSOR'
               END-DISPLAY
           ELSE
               DISPLAY 'ALVO.........: DISCIPLINA'
               END-DISPLAY
           END-IF.
           DISPLAY 'TEXTO........: ' DS-QUESTAO-CPQ
           END-DISPLAY.
       P550-MOSTRA-QUESTAO-FIM.

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
           CLOSE CPAQUEST.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTCPAQUE.
