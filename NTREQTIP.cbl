      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      22/05/2023.
      * Purpose:   CADASTRO DE TIPOS DE REQUERIMENTO (TIPOREQ.DAT,
      *            CFPK0065) - INCLUI E ALTERA O TIPO COM PRAZO DE
      *            ATENDIMENTO EM DIAS, DEPARTAMENTO RESPONSAVEL E
      *            TAXA (D=DOCUMENTO, R=RECUPERACAO OU GRATUITO);
      *            CONSULTA; ATIVA E INATIVA (O TIPO NAO E EXCLUIDO
      *            PORQUE OS PROTOCOLOS ANTIGOS O CITAM); E LISTA O
      *            CADASTRO. AS GRAVACOES SAO AUDITADAS.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTREQTIP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIPOREQ
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CD-TIPO-TPR
           FILE  STATUS IS WS-FS-TR.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  TIPOREQ.
           COPY CFPK0065.

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

       77  WS-CD-TIPO                  PIC X(04) VALUE SPACES.
       77  WS-DS-TAXA                  PIC X(11) VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(03) VALUE ZEROS.
       77  WS-MSK-VALOR                PIC ZZ.ZZ9,99.

      *AREA DE DIGITACAO DO TIPO, CONFERIDA ANTES DE IR PARA O
      *REGISTRO.
       01  WS-TIPO-DIGITADO.
           03 WS-TD-DS-TIPO            PIC X(30).
           03 WS-TD-QT-DIAS-PRAZO      PIC 9(03).
           03 WS-TD-CD-DEPTO           PIC X(10).
           03 WS-TD-TP-TAXA            PIC X(01).
               88 WS-TD-TP-TAXA-GRATUITO VALUE SPACE.
               88 WS-TD-TP-TAXA-VALIDO VALUE SPACE 'D' 'R'.
           03 WS-TD-VL-TAXA            PIC 9(05)V99.

       77  WS-EXISTE                   PIC X.
           88 WS-EXISTE-OK             VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-TIPOREQ              PIC X.
           88 WS-EOF-TIPOREQ-OK        VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-FS-TR                    PIC 99.
           88 WS-FS-TR-OK              VALUE 0.
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
           INITIALIZE WS-OPCAO WS-FS-TR WS-FS-AUD WS-CD-TIPO
                      WS-DS-TAXA WS-QTD-LISTADOS WS-TIPO-DIGITADO
                      WS-REG-ANTES WS-AUD-ARQUIVO WS-AUD-OPERACAO
                      WS-AUD-CHAVE WS-AUD-DEPOIS WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DO CADASTRO DE TIPOS E DA AUDITORIA A
      *PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\TIPOREQ.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O TIPOREQ.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-TR-OK THEN
               OPEN OUTPUT TIPOREQ
               CLOSE TIPOREQ
               OPEN I-O TIPOREQ
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
                   PERFORM P500-GRAVA-TIPO
                           THRU P500-GRAVA-TIPO-FIM
               WHEN '2'
                   PERFORM P520-CONSULTA-TIPO
                           THRU P520-CONSULTA-TIPO-FIM
               WHEN '3'
                   PERFORM P530-ATIVA-INATIVA
                           THRU P530-ATIVA-INATIVA-FIM
               WHEN '4'
                   PERFORM P540-LISTA-TIPOS
                           THRU P540-LISTA-TIPOS-FIM
               WHEN '9'
                   DISPLAY 'CADASTRO DE TIPOS ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '**** TIPOS DE REQUERIMENTO ****'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - INCLUIR/ALTERAR TIPO   |'.
           DISPLAY '|<2> - CONSULTAR TIPO         |'.
           DISPLAY '|<3> - ATIVAR/INATIVAR TIPO   |'.
           DISPLAY '|<4> - LISTAR TIPOS           |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

       P440-PEDE-TIPO.
           DISPLAY 'INFORME O CODIGO DO TIPO...............: '
           END-DISPLAY.
           ACCEPT WS-CD-TIPO
           END-ACCEPT.
           MOVE WS-CD-TIPO TO CD-TIPO-TPR.
       P440-PEDE-TIPO-FIM.

      *INCLUI O TIPO OU ALTERA O JA CADASTRADO. A SITUACAO (ATIVO OU
      *INATIVO) SO E MEXIDA PELA OPCAO 3; TIPO NOVO ENTRA ATIVO. O
      *PRAZO NOVO SO VALE PARA PROTOCOLO ABERTO DEPOIS DA ALTERACAO.
       P500-GRAVA-TIPO.
           PERFORM P440-PEDE-TIPO THRU P440-PEDE-TIPO-FIM.
           IF WS-CD-TIPO EQUAL SPACES THEN
               DISPLAY 'CODIGO DO TIPO INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-TIPO-FIM
           END-IF.
           SET WS-EXISTE-OK TO TRUE.
           READ TIPOREQ
               INVALID KEY
                   SET WS-EXISTE-OK TO FALSE
           END-READ.
           IF WS-EXISTE-OK THEN
               MOVE REG-TIPOREQ TO WS-REG-ANTES
               PERFORM P550-MOSTRA-TIPO THRU P550-MOSTRA-TIPO-FIM
           ELSE
               MOVE SPACES TO WS-REG-ANTES
           END-IF.
           DISPLAY 'INFORME A DESCRICAO....................: '
           END-DISPLAY.
           ACCEPT WS-TD-DS-TIPO
           END-ACCEPT.
           DISPLAY 'PRAZO DE ATENDIMENTO (DIAS CORRIDOS)...: '
           END-DISPLAY.
           ACCEPT WS-TD-QT-DIAS-PRAZO
           END-ACCEPT.
           DISPLAY 'DEPARTAMENTO RESPONSAVEL...............: '
           END-DISPLAY.
           ACCEPT WS-TD-CD-DEPTO
           END-ACCEPT.
           DISPLAY 'TAXA (D=DOCUMENTO R=RECUPERACAO BRANCO=GRATUITO): '
           END-DISPLAY.
           ACCEPT WS-TD-TP-TAXA
           END-ACCEPT.
           IF WS-TD-TP-TAXA-GRATUITO THEN
               MOVE ZEROS TO WS-TD-VL-TAXA
           ELSE
               DISPLAY 'INFORME O VALOR DA TAXA................: '
               END-DISPLAY
               ACCEPT WS-TD-VL-TAXA
               END-ACCEPT
           END-IF.
           IF WS-TD-DS-TIPO EQUAL SPACES THEN
               DISPLAY 'DESCRICAO OBRIGATORIA.'
               END-DISPLAY
               GO TO P500-GRAVA-TIPO-FIM
           END-IF.
           IF WS-TD-QT-DIAS-PRAZO EQUAL ZEROS THEN
               DISPLAY 'PRAZO DE ATENDIMENTO INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-TIPO-FIM
           END-IF.
           IF WS-TD-CD-DEPTO EQUAL SPACES THEN
               DISPLAY 'DEPARTAMENTO RESPONSAVEL OBRIGATORIO.'
               END-DISPLAY
               GO TO P500-GRAVA-TIPO-FIM
           END-IF.
           IF NOT WS-TD-TP-TAXA-VALIDO THEN
               DISPLAY 'TIPO DE TAXA INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-TIPO-FIM
           END-IF.
           IF NOT WS-TD-TP-TAXA-GRATUITO AND
              WS-TD-VL-TAXA EQUAL ZEROS THEN
               DISPLAY 'VALOR DA TAXA INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-TIPO-FIM
           END-IF.
           MOVE WS-TD-DS-TIPO          TO DS-TIPO-TPR.
           MOVE WS-TD-QT-DIAS-PRAZO    TO QT-DIAS-PRAZO-TPR.
           MOVE WS-TD-CD-DEPTO         TO CD-DEPTO-TPR.
           MOVE WS-TD-TP-TAXA          TO TP-TAXA-TPR.
           MOVE WS-TD-VL-TAXA          TO VL-TAXA-TPR.
           MOVE CD-TIPO-TPR            TO WS-AUD-CHAVE.
           MOVE 'TIPOREQ'              TO WS-AUD-ARQUIVO.
           IF WS-EXISTE-OK THEN
               REWRITE REG-TIPOREQ
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O TIPO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'TIPO ALTERADO COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                       MOVE REG-TIPOREQ TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-REWRITE
           ELSE
               SET ST-TIPO-TPR-ATIVO TO TRUE
               WRITE REG-TIPOREQ
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O TIPO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'TIPO INCLUIDO COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'INCLUSAO'  TO WS-AUD-OPERACAO
                       MOVE REG-TIPOREQ TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-WRITE
           END-IF.
       P500-GRAVA-TIPO-FIM.
           EXIT.

       P520-CONSULTA-TIPO.
           PERFORM P440-PEDE-TIPO THRU P440-PEDE-TIPO-FIM.
           READ TIPOREQ
               INVALID KEY
                   DISPLAY 'TIPO NAO CADASTRADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM P550-MOSTRA-TIPO THRU P550-MOSTRA-TIPO-FIM
           END-READ.
       P520-CONSULTA-TIPO-FIM.

      *TIPO INATIVO DEIXA DE ABRIR PROTOCOLO NOVO; OS JA ABERTOS
      *SEGUEM ATE O ENCERRAMENTO.
       P530-ATIVA-INATIVA.
           PERFORM P440-PEDE-TIPO THRU P440-PEDE-TIPO-FIM.
           READ TIPOREQ
               INVALID KEY
                   DISPLAY 'TIPO NAO CADASTRADO.'
                   END-DISPLAY
                   GO TO P530-ATIVA-INATIVA-FIM
           END-READ.
           PERFORM P550-MOSTRA-TIPO THRU P550-MOSTRA-TIPO-FIM.
           IF ST-TIPO-TPR-ATIVO THEN
               DISPLAY 'CONFIRMA A INATIVACAO DO TIPO (S/N)? '
               END-DISPLAY
           ELSE
               DISPLAY 'CONFIRMA A REATIVACAO DO TIPO (S/N)? '
               END-DISPLAY
           END-IF.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'OPERACAO CANCELADA.'
               END-DISPLAY
               GO TO P530-ATIVA-INATIVA-FIM
           END-IF.
           MOVE REG-TIPOREQ TO WS-REG-ANTES.
           IF ST-TIPO-TPR-ATIVO THEN
               SET ST-TIPO-TPR-INATIVO TO TRUE
               MOVE 'INATIVACAO' TO WS-AUD-OPERACAO
           ELSE
               SET ST-TIPO-TPR-ATIVO   TO TRUE
               MOVE 'REATIVACAO' TO WS-AUD-OPERACAO
           END-IF.
           REWRITE REG-TIPOREQ
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O TIPO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'SITUACAO DO TIPO ALTERADA COM SUCESSO.'
                   END-DISPLAY
                   MOVE 'TIPOREQ'   TO WS-AUD-ARQUIVO
                   MOVE CD-TIPO-TPR TO WS-AUD-CHAVE
                   MOVE REG-TIPOREQ TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P530-ATIVA-INATIVA-FIM.
           EXIT.

       P540-LISTA-TIPOS.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-TIPOREQ-OK TO FALSE.
           MOVE LOW-VALUES TO CD-TIPO-TPR.
           START TIPOREQ KEY IS NOT LESS THAN CD-TIPO-TPR
               INVALID KEY
                   SET WS-EOF-TIPOREQ-OK TO TRUE
           END-START.
           PERFORM P545-LE-TIPO THRU P545-LE-TIPO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TIPOREQ-OK.
           DISPLAY 'TIPOS LISTADOS: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P540-LISTA-TIPOS-FIM.

       P545-LE-TIPO.
           READ TIPOREQ NEXT RECORD
               AT END
                   SET WS-EOF-TIPOREQ-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM P555-DESCREVE-TAXA
                           THRU P555-DESCREVE-TAXA-FIM
                   MOVE VL-TAXA-TPR TO WS-MSK-VALOR
                   DISPLAY CD-TIPO-TPR ' ' DS-TIPO-TPR
                           ' PRAZO ' QT-DIAS-PRAZO-TPR
                           ' DEPTO ' CD-DEPTO-TPR
                           ' ' WS-DS-TAXA ' ' WS-MSK-VALOR
                           ' SITUACAO: ' ST-TIPO-TPR
                   END-DISPLAY
           END-READ.
       P545-LE-TIPO-FIM.

       P550-MOSTRA-TIPO.
           PERFORM P555-DESCREVE-TAXA THRU P555-DESCREVE-TAXA-FIM.
           MOVE VL-TAXA-TPR TO WS-MSK-VALOR.
           DISPLAY 'TIPO.........: ' CD-TIPO-TPR ' - ' DS-TIPO-TPR
           END-DISPLAY.
           DISPLAY 'PRAZO........: ' QT-DIAS-PRAZO-TPR ' DIAS'
           END-DISPLAY.
           DISPLAY 'DEPARTAMENTO.: ' CD-DEPTO-TPR
           END-DISPLAY.
           DISPLAY 'TAXA.........: ' WS-DS-TAXA ' ' WS-MSK-VALOR
           END-DISPLAY.
           IF ST-TIPO-TPR-ATIVO THEN
               DISPLAY 'SITUACAO.....: ATIVO'
               END-DISPLAY
           ELSE
               DISPLAY 'SITUACAO.....: INATIVO'
               END-DISPLAY
           END-IF.
       P550-MOSTRA-TIPO-FIM.

       P555-DESCREVE-TAXA.
           EVALUATE TRUE
               WHEN TP-TAXA-TPR-DOCUMENTO
                   MOVE 'DOCUMENTO'   TO WS-DS-TAXA
               WHEN TP-TAXA-TPR-RECUPERACAO
                   MOVE 'RECUPERACAO' TO WS-DS-TAXA
               WHEN OTHER
                   MOVE 'GRATUITO'    TO WS-DS-TAXA
           END-EVALUATE.
       P555-DESCREVE-TAXA-FIM.

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
           CLOSE TIPOREQ.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTREQTIP.
