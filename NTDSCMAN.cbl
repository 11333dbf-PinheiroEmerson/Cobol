      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      29/05/2023.
      * Purpose:   REGISTRO DISCIPLINAR DO ALUNO (DISCIPL.DAT,
      *            CFPK0068): LANCAMENTO DA OCORRENCIA (DATA, TIPO,
      *            DESCRICAO, SANCAO E, NA SUSPENSAO, O PERIODO) COM O
      *            OPERADOR QUE REGISTROU, ANULACAO COM MOTIVO,
      *            CONSULTA DAS OCORRENCIAS DO ALUNO E EMISSAO DO
      *            HISTORICO DISCIPLINAR NO SPOOL (PGSPOOL). CADA
      *            OCORRENCIA LANCADA DEPOSITA O EVENTO DISCIPLINA NA
      *            FILA NOTIFICA.DAT, QUE O NTNOTIFY ENTREGA AOS
      *            RESPONSAVEIS DO ALUNO (ALURESP.DAT). LANCAMENTO,
      *            ANULACAO E HISTORICO SAO RESTRITOS A SUPERVISOR;
      *            INCLUSAO E ANULACAO SAO AUDITADAS.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTDSCMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCIPL
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-DISCIPLINA
           FILE  STATUS IS WS-FS-DS.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT NOTIFICA
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-NOT.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCIPL.
           COPY CFPK0068.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  NOTIFICA.
           COPY CFPK0016.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

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

       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-DT-OCORRENCIA            PIC 9(08) VALUE ZEROS.
       77  WS-NR-SEQ                   PIC 9(02) VALUE ZEROS.
       77  WS-MAIOR-SEQ                PIC 9(02) VALUE ZEROS.
       77  WS-TP-OCORRENCIA            PIC X(01) VALUE SPACE.
       77  WS-DS-OCORRENCIA            PIC X(60) VALUE SPACES.
       77  WS-TP-SANCAO                PIC X(01) VALUE SPACE.
       77  WS-DT-INICIO-SUSP           PIC 9(08) VALUE ZEROS.
       77  WS-DT-FIM-SUSP              PIC 9(08) VALUE ZEROS.
       77  WS-DS-MOTIVO                PIC X(40) VALUE SPACES.

      *DESCRICOES DO TIPO, DA SANCAO E DA SITUACAO PARA TELA E
      *HISTORICO.
       77  WS-DS-TIPO                  PIC X(20) VALUE SPACES.
       77  WS-DS-SANCAO                PIC X(20) VALUE SPACES.
       77  WS-DS-SITUACAO              PIC X(08) VALUE SPACES.

      *TOTAIS DO ALUNO NA CONSULTA E NO HISTORICO.
       77  WS-QTD-LISTADOS             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ATIVAS               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-SUSPENSOES           PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-SUSPENSAO           PIC 9(05) VALUE ZEROS.
       77  WS-DIAS-OCORRENCIA          PIC 9(05) VALUE ZEROS.

       77  WS-EXISTE                   PIC X.
           88 WS-EXISTE-OK             VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-DSC                  PIC X.
           88 WS-EOF-DSC-OK            VALUE 'S' FALSE 'N'.
      *'T' LISTA NA TELA (CONSULTA), 'S' GRAVA NO SPOOL (HISTORICO).
       77  WS-DESTINO-LISTA            PIC X(01) VALUE SPACE.
           88 WS-DESTINO-TELA          VALUE 'T'.
           88 WS-DESTINO-SPOOL         VALUE 'S'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *(60 LINHAS POR PAGINA, COMO NO NTALULIS).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

       77  WS-FS-DS                    PIC 99.
           88 WS-FS-DS-OK              VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-NOT                   PIC 99.
           88 WS-FS-NOT-OK             VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.
       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).
           03 WS-COM-NIVEL             PIC 9(01).

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
           INITIALIZE WS-OPCAO WS-FS-DS WS-FS-A WS-FS-NOT WS-FS-AUD
                      WS-FS-SPL WS-ID-ALUNO WS-DT-OCORRENCIA WS-NR-SEQ
                      WS-MAIOR-SEQ WS-TP-OCORRENCIA WS-DS-OCORRENCIA
                      WS-TP-SANCAO WS-DT-INICIO-SUSP WS-DT-FIM-SUSP
                      WS-DS-MOTIVO WS-DS-TIPO WS-DS-SANCAO
                      WS-DS-SITUACAO WS-QTD-LISTADOS WS-QTD-ATIVAS
                      WS-QTD-SUSPENSOES WS-DIAS-SUSPENSAO
                      WS-DIAS-OCORRENCIA WS-REG-ANTES WS-AUD-ARQUIVO
                      WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DEPOIS
                      WS-LINHAS-SPOOL WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DISCIPL.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NOTIFICA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O DISCIPL.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-DS-OK THEN
               OPEN OUTPUT DISCIPL
               CLOSE DISCIPL
               OPEN I-O DISCIPL
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *A FILA DE NOTIFICACOES RECEBE OS EVENTOS NO FIM; SE AINDA NAO
      *EXISTE, E CRIADA.
           OPEN EXTEND NOTIFICA.
           IF NOT WS-FS-NOT-OK THEN
               OPEN OUTPUT NOTIFICA
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
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P500-REGISTRA THRU P500-REGISTRA-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '2'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P520-ANULA    THRU P520-ANULA-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '3'
                   PERFORM P530-CONSULTA THRU P530-CONSULTA-FIM
               WHEN '4'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P540-HISTORICO THRU P540-HISTORICO-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '9'
                   DISPLAY 'REGISTRO DISCIPLINAR ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '**** REGISTRO DISCIPLINAR ****'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - REGISTRAR OCORRENCIA   |'.
           DISPLAY '|<2> - ANULAR OCORRENCIA      |'.
           DISPLAY '|<3> - OCORRENCIAS DO ALUNO   |'.
           DISPLAY '|<4> - HISTORICO DISCIPLINAR  |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *PEDE E LE O ALUNO (WS-EXISTE-OK QUANDO ACHOU).
       P440-PEDE-ALUNO.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           SET WS-EXISTE-OK TO TRUE.
           READ ALUNOS
               INVALID KEY
                   SET WS-EXISTE-OK TO FALSE
                   DISPLAY 'ALUNO NAO CADASTRADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'ALUNO........: ' NM-ALUNO OF REG-ALUNO
                   END-DISPLAY
           END-READ.
       P440-PEDE-ALUNO-FIM.

      *LANCAMENTO DA OCORRENCIA: ALUNO CADASTRADO, TIPO E SANCAO
      *VALIDOS, DESCRICAO OBRIGATORIA E, NA SUSPENSAO, PERIODO QUE
      *NAO COMECA ANTES DA OCORRENCIA. O SEQUENCIAL E O PROXIMO DO
      *ALUNO NA DATA.
       P500-REGISTRA.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P500-REGISTRA-FIM
           END-IF.
           DISPLAY 'INFORME A DATA DA OCORRENCIA (AAAAMMDD, ZERO P/ '
                   'HOJE): '
           END-DISPLAY.
           ACCEPT WS-DT-OCORRENCIA
           END-ACCEPT.
           IF WS-DT-OCORRENCIA EQUAL ZEROS THEN
               MOVE WS-DH-DATA TO WS-DT-OCORRENCIA
           END-IF.
           IF WS-DT-OCORRENCIA IS GREATER THAN WS-DH-DATA THEN
               DISPLAY 'DATA DA OCORRENCIA NO FUTURO.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           DISPLAY 'TIPO (C-COMPORTAMENTO F-FRAUDE D-DANO A-AGRESSAO '
                   'O-OUTROS): '
           END-DISPLAY.
           ACCEPT WS-TP-OCORRENCIA
           END-ACCEPT.
           MOVE WS-TP-OCORRENCIA TO TP-OCORRENCIA-DSC.
           IF NOT TP-OCORRENCIA-VALIDO THEN
               DISPLAY 'TIPO DE OCORRENCIA INVALIDO.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           DISPLAY 'DESCRICAO DA OCORRENCIA................: '
           END-DISPLAY.
           ACCEPT WS-DS-OCORRENCIA
           END-ACCEPT.
           IF WS-DS-OCORRENCIA EQUAL SPACES THEN
               DISPLAY 'DESCRICAO DA OCORRENCIA OBRIGATORIA.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           DISPLAY 'SANCAO (V-ADVERTENCIA VERBAL E-ADVERTENCIA ESCRITA '
                   'S-SUSPENSAO): '
           END-DISPLAY.
           ACCEPT WS-TP-SANCAO
           END-ACCEPT.
           MOVE WS-TP-SANCAO TO TP-SANCAO-DSC.
           IF NOT TP-SANCAO-VALIDA THEN
               DISPLAY 'SANCAO INVALIDA.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           MOVE ZEROS TO WS-DT-INICIO-SUSP WS-DT-FIM-SUSP.
           IF TP-SANCAO-SUSPENSAO THEN
               DISPLAY 'INICIO DA SUSPENSAO (AAAAMMDD).........: '
               END-DISPLAY
               ACCEPT WS-DT-INICIO-SUSP
               END-ACCEPT
               DISPLAY 'FIM DA SUSPENSAO (AAAAMMDD)............: '
               END-DISPLAY
               ACCEPT WS-DT-FIM-SUSP
               END-ACCEPT
               IF WS-DT-INICIO-SUSP IS LESS THAN WS-DT-OCORRENCIA THEN
                   DISPLAY 'SUSPENSAO ANTERIOR A OCORRENCIA.'
                   END-DISPLAY
                   GO TO P500-REGISTRA-FIM
               END-IF
               IF WS-DT-FIM-SUSP IS LESS THAN WS-DT-INICIO-SUSP THEN
                   DISPLAY 'FIM DA SUSPENSAO ANTERIOR AO INICIO.'
                   END-DISPLAY
                   GO TO P500-REGISTRA-FIM
               END-IF
           END-IF.
           DISPLAY 'CONFIRMA O REGISTRO DA OCORRENCIA (S/N)? '
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'REGISTRO CANCELADO.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           PERFORM P505-PROXIMO-SEQ THRU P505-PROXIMO-SEQ-FIM.
           IF WS-MAIOR-SEQ IS GREATER THAN OR EQUAL TO 99 THEN
               DISPLAY 'LIMITE DE OCORRENCIAS DO ALUNO NA DATA.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           INITIALIZE REG-DISCIPLINA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-ID-ALUNO       TO ID-ALUNO-DSC.
           MOVE WS-DT-OCORRENCIA  TO DT-OCORRENCIA-DSC.
           ADD 1 WS-MAIOR-SEQ   GIVING NR-SEQ-DSC.
           MOVE WS-TP-OCORRENCIA  TO TP-OCORRENCIA-DSC.
           MOVE WS-DS-OCORRENCIA  TO DS-OCORRENCIA-DSC.
           MOVE WS-TP-SANCAO      TO TP-SANCAO-DSC.
           MOVE WS-DT-INICIO-SUSP TO DT-INICIO-SUSP-DSC.
           MOVE WS-DT-FIM-SUSP    TO DT-FIM-SUSP-DSC.
           SET ST-OCORRENCIA-ATIVA TO TRUE.
           MOVE WS-COM-OPERADOR   TO ID-OPERADOR-DSC.
           MOVE WS-DH-DATA        TO DT-REGISTRO-DSC.
           WRITE REG-DISCIPLINA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A OCORRENCIA. FILE STATUS: '
                           WS-FS-DS
                   END-DISPLAY
                   GO TO P500-REGISTRA-FIM
           END-WRITE.
           MOVE SPACES            TO WS-REG-ANTES.
           MOVE 'DISCIPL'         TO WS-AUD-ARQUIVO.
           MOVE 'INCLUSAO'        TO WS-AUD-OPERACAO.
           MOVE CH-DISCIPLINA     TO WS-AUD-CHAVE.
           MOVE REG-DISCIPLINA    TO WS-AUD-DEPOIS.
           PERFORM P610-GRAVA-AUDITORIA THRU P610-GRAVA-AUDITORIA-FIM.
           PERFORM P620-NOTIFICA  THRU P620-NOTIFICA-FIM.
           DISPLAY 'OCORRENCIA ' DT-OCORRENCIA-DSC '/' NR-SEQ-DSC
                   ' REGISTRADA. RESPONSAVEIS SERAO AVISADOS.'
           END-DISPLAY.
       P500-REGISTRA-FIM.
           EXIT.

      *MAIOR SEQUENCIAL JA USADO PELO ALUNO NA DATA DA OCORRENCIA.
       P505-PROXIMO-SEQ.
           MOVE ZEROS TO WS-MAIOR-SEQ.
           SET WS-EOF-DSC-OK TO FALSE.
           MOVE WS-ID-ALUNO      TO ID-ALUNO-DSC.
           MOVE WS-DT-OCORRENCIA TO DT-OCORRENCIA-DSC.
           MOVE ZEROS            TO NR-SEQ-DSC.
           START DISCIPL KEY IS NOT LESS THAN CH-DISCIPLINA
               INVALID KEY
                   SET WS-EOF-DSC-OK TO TRUE
           END-START.
           PERFORM P510-LE-SEQ THRU P510-LE-SEQ-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DSC-OK.
       P505-PROXIMO-SEQ-FIM.

       P510-LE-SEQ.
           READ DISCIPL NEXT RECORD
               AT END
                   SET WS-EOF-DSC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-DSC NOT EQUAL WS-ID-ALUNO OR
                      DT-OCORRENCIA-DSC NOT EQUAL WS-DT-OCORRENCIA
                       THEN
                       SET WS-EOF-DSC-OK TO TRUE
                   ELSE
                       MOVE NR-SEQ-DSC TO WS-MAIOR-SEQ
                   END-IF
           END-READ.
       P510-LE-SEQ-FIM.

      *ANULACAO: A OCORRENCIA FICA NO ARQUIVO PARA HISTORIA, COM O
      *MOTIVO, A DATA E O OPERADOR, MAS DEIXA DE VALER (A SUSPENSAO
      *ANULADA NAO CONTA MAIS COMO FALTA).
       P520-ANULA.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           DISPLAY 'INFORME A DATA DA OCORRENCIA (AAAAMMDD): '
           END-DISPLAY.
           ACCEPT WS-DT-OCORRENCIA
           END-ACCEPT.
           DISPLAY 'INFORME O SEQUENCIAL DA OCORRENCIA.....: '
           END-DISPLAY.
           ACCEPT WS-NR-SEQ
           END-ACCEPT.
           MOVE WS-ID-ALUNO      TO ID-ALUNO-DSC.
           MOVE WS-DT-OCORRENCIA TO DT-OCORRENCIA-DSC.
           MOVE WS-NR-SEQ        TO NR-SEQ-DSC.
           READ DISCIPL
               INVALID KEY
                   DISPLAY 'OCORRENCIA NAO CADASTRADA.'
                   END-DISPLAY
                   GO TO P520-ANULA-FIM
           END-READ.
           SET WS-DESTINO-TELA TO TRUE.
           PERFORM P550-MOSTRA-OCORRENCIA
                   THRU P550-MOSTRA-OCORRENCIA-FIM.
           IF ST-OCORRENCIA-ANULADA THEN
               DISPLAY 'OCORRENCIA JA ANULADA.'
               END-DISPLAY
               GO TO P520-ANULA-FIM
           END-IF.
           DISPLAY 'MOTIVO DA ANULACAO.....................: '
           END-DISPLAY.
           ACCEPT WS-DS-MOTIVO
           END-ACCEPT.
           IF WS-DS-MOTIVO EQUAL SPACES THEN
               DISPLAY 'MOTIVO DA ANULACAO OBRIGATORIO.'
               END-DISPLAY
               GO TO P520-ANULA-FIM
           END-IF.
           DISPLAY 'CONFIRMA A ANULACAO (S/N)? '
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'ANULACAO CANCELADA.'
               END-DISPLAY
               GO TO P520-ANULA-FIM
           END-IF.
           MOVE REG-DISCIPLINA    TO WS-REG-ANTES.
           SET ST-OCORRENCIA-ANULADA TO TRUE.
           MOVE WS-COM-OPERADOR   TO ID-OPERADOR-ANL-DSC.
           MOVE WS-DH-DATA        TO DT-ANULACAO-DSC.
           MOVE WS-DS-MOTIVO      TO DS-MOTIVO-ANL-DSC.
           REWRITE REG-DISCIPLINA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A OCORRENCIA.'
                   END-DISPLAY
                   GO TO P520-ANULA-FIM
           END-REWRITE.
           MOVE 'DISCIPL'         TO WS-AUD-ARQUIVO.
           MOVE 'ANULACAO'        TO WS-AUD-OPERACAO.
           MOVE CH-DISCIPLINA     TO WS-AUD-CHAVE.
           MOVE REG-DISCIPLINA    TO WS-AUD-DEPOIS.
           PERFORM P610-GRAVA-AUDITORIA THRU P610-GRAVA-AUDITORIA-FIM.
           DISPLAY 'OCORRENCIA ANULADA.'
           END-DISPLAY.
       P520-ANULA-FIM.
           EXIT.

      *CONSULTA NA TELA DAS OCORRENCIAS DO ALUNO, ATIVAS E ANULADAS.
       P530-CONSULTA.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P530-CONSULTA-FIM
           END-IF.
           SET WS-DESTINO-TELA TO TRUE.
           PERFORM P545-PERCORRE-ALUNO THRU P545-PERCORRE-ALUNO-FIM.
           DISPLAY 'OCORRENCIAS: ' WS-QTD-LISTADOS
                   ' - ATIVAS: ' WS-QTD-ATIVAS
                   ' - SUSPENSOES: ' WS-QTD-SUSPENSOES
                   ' (' WS-DIAS-SUSPENSAO ' DIAS)'
           END-DISPLAY.
       P530-CONSULTA-FIM.
           EXIT.

      *HISTORICO DISCIPLINAR DO ALUNO NO SPOOL, COM AS OCORRENCIAS
      *ANULADAS MARCADAS E OS TOTAIS DAS QUE ESTAO VALENDO.
       P540-HISTORICO.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-EXISTE-OK THEN
               GO TO P540-HISTORICO-FIM
           END-IF.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P450-GRAVA-CABECALHO
                   THRU P450-GRAVA-CABECALHO-FIM.
           SET WS-DESTINO-SPOOL TO TRUE.
           PERFORM P545-PERCORRE-ALUNO THRU P545-PERCORRE-ALUNO-FIM.
           IF WS-QTD-LISTADOS EQUAL ZEROS THEN
               MOVE 'NENHUMA OCORRENCIA DISCIPLINAR REGISTRADA.'
                    TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'OCORRENCIAS: ' WS-QTD-LISTADOS
                  '   ATIVAS: ' WS-QTD-ATIVAS
                  '   SUSPENSOES ATIVAS: ' WS-QTD-SUSPENSOES
                  '   DIAS DE SUSPENSAO: ' WS-DIAS-SUSPENSAO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
       P540-HISTORICO-FIM.
           EXIT.

      *PERCORRE AS OCORRENCIAS DO ALUNO EM ORDEM DE DATA, LISTANDO NA
      *TELA OU NO SPOOL CONFORME WS-DESTINO-LISTA, E ACUMULA OS
      *TOTAIS.
       P545-PERCORRE-ALUNO.
           MOVE ZEROS TO WS-QTD-LISTADOS WS-QTD-ATIVAS
                         WS-QTD-SUSPENSOES WS-DIAS-SUSPENSAO.
           SET WS-EOF-DSC-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-DSC.
           MOVE ZEROS       TO DT-OCORRENCIA-DSC NR-SEQ-DSC.
           START DISCIPL KEY IS NOT LESS THAN CH-DISCIPLINA
               INVALID KEY
                   SET WS-EOF-DSC-OK TO TRUE
           END-START.
           PERFORM P547-LE-OCORRENCIA THRU P547-LE-OCORRENCIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DSC-OK.
       P545-PERCORRE-ALUNO-FIM.

       P547-LE-OCORRENCIA.
           READ DISCIPL NEXT RECORD
               AT END
                   SET WS-EOF-DSC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-DSC NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-DSC-OK TO TRUE
                   ELSE
                       PERFORM P548-ACUMULA-OCORRENCIA
                               THRU P548-ACUMULA-OCORRENCIA-FIM
                       PERFORM P550-MOSTRA-OCORRENCIA
                               THRU P550-MOSTRA-OCORRENCIA-FIM
                   END-IF
           END-READ.
       P547-LE-OCORRENCIA-FIM.

       P548-ACUMULA-OCORRENCIA.
           ADD 1 TO WS-QTD-LISTADOS.
           MOVE ZEROS TO WS-DIAS-OCORRENCIA.
           IF TP-SANCAO-SUSPENSAO THEN
               COMPUTE WS-DIAS-OCORRENCIA =
                       FUNCTION INTEGER-OF-DATE (DT-FIM-SUSP-DSC)
                     - FUNCTION INTEGER-OF-DATE (DT-INICIO-SUSP-DSC)
                     + 1
               END-COMPUTE
           END-IF.
           IF ST-OCORRENCIA-ATIVA THEN
               ADD 1 TO WS-QTD-ATIVAS
               IF TP-SANCAO-SUSPENSAO THEN
                   ADD 1 TO WS-QTD-SUSPENSOES
                   ADD WS-DIAS-OCORRENCIA TO WS-DIAS-SUSPENSAO
               END-IF
           END-IF.
       P548-ACUMULA-OCORRENCIA-FIM.

      *MOSTRA A OCORRENCIA CORRENTE NA TELA OU GRAVA NO SPOOL.
       P550-MOSTRA-OCORRENCIA.
           PERFORM P560-DESCREVE THRU P560-DESCREVE-FIM.
           IF WS-DESTINO-SPOOL THEN
               STRING DT-OCORRENCIA-DSC '/' NR-SEQ-DSC '  '
                      WS-DS-TIPO ' ' WS-DS-SANCAO ' '
                      WS-DS-SITUACAO ' REGISTRO ' DT-REGISTRO-DSC
                      ' POR ' ID-OPERADOR-DSC
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               STRING '            ' DS-OCORRENCIA-DSC
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               IF TP-SANCAO-SUSPENSAO THEN
                   STRING '            SUSPENSO DE ' DT-INICIO-SUSP-DSC
                          ' A ' DT-FIM-SUSP-DSC ' (' WS-DIAS-OCORRENCIA
                          ' DIAS)'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
                   PERFORM P305-GRAVA-LINHA-SPOOL
                           THRU P305-GRAVA-LINHA-SPOOL-FIM
               END-IF
               IF ST-OCORRENCIA-ANULADA THEN
                   STRING '            ANULADA EM ' DT-ANULACAO-DSC
                          ' POR ' ID-OPERADOR-ANL-DSC ': '
                          DS-MOTIVO-ANL-DSC
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
                   PERFORM P305-GRAVA-LINHA-SPOOL
                           THRU P305-GRAVA-LINHA-SPOOL-FIM
               END-IF
           ELSE
               DISPLAY DT-OCORRENCIA-DSC '/' NR-SEQ-DSC ' '
                       WS-DS-TIPO ' ' WS-DS-SANCAO ' ' WS-DS-SITUACAO
               END-DISPLAY
               DISPLAY '   ' DS-OCORRENCIA-DSC
               END-DISPLAY
               IF TP-SANCAO-SUSPENSAO THEN
                   DISPLAY '   SUSPENSO DE ' DT-INICIO-SUSP-DSC
                           ' A ' DT-FIM-SUSP-DSC
                   END-DISPLAY
               END-IF
               IF ST-OCORRENCIA-ANULADA THEN
                   DISPLAY '   ANULADA EM ' DT-ANULACAO-DSC ': '
                           DS-MOTIVO-ANL-DSC
                   END-DISPLAY
               END-IF
           END-IF.
       P550-MOSTRA-OCORRENCIA-FIM.

       P560-DESCREVE.
           EVALUATE TRUE
               WHEN TP-OCORRENCIA-COMPORTAMENTO
                   MOVE 'COMPORTAMENTO'       TO WS-DS-TIPO
               WHEN TP-OCORRENCIA-FRAUDE
                   MOVE 'FRAUDE EM AVALIACAO' TO WS-DS-TIPO
               WHEN TP-OCORRENCIA-DANO
                   MOVE 'DANO AO PATRIMONIO'  TO WS-DS-TIPO
               WHEN TP-OCORRENCIA-AGRESSAO
                   MOVE 'AGRESSAO'            TO WS-DS-TIPO
               WHEN OTHER
                   MOVE 'OUTROS'              TO WS-DS-TIPO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TP-SANCAO-VERBAL
                   MOVE 'ADVERTENCIA VERBAL'  TO WS-DS-SANCAO
               WHEN TP-SANCAO-ESCRITA
                   MOVE 'ADVERTENCIA ESCRITA' TO WS-DS-SANCAO
               WHEN OTHER
                   MOVE 'SUSPENSAO'           TO WS-DS-SANCAO
           END-EVALUATE.
           IF ST-OCORRENCIA-ANULADA THEN
               MOVE 'ANULADA'  TO WS-DS-SITUACAO
           ELSE
               MOVE 'ATIVA'    TO WS-DS-SITUACAO
           END-IF.
       P560-DESCREVE-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTDSCMAN'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
       P300-ABRE-SPOOL-FIM.

      *GRAVA UMA LINHA NO SPOOL, CONTANDO AS PAGINAS (60 LINHAS).
       P305-GRAVA-LINHA-SPOOL.
           MOVE WS-LINHA-REL TO REG-SAIDA-SPOOL.
           WRITE REG-SAIDA-SPOOL
           END-WRITE.
           ADD 1 TO WS-LINHAS-SPOOL.
           IF WS-LINHAS-SPOOL IS GREATER THAN OR EQUAL TO 60 THEN
               MOVE ZEROS TO WS-LINHAS-SPOOL
               ADD 1 TO WS-SP-PAGINAS
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
       P305-GRAVA-LINHA-SPOOL-FIM.

       P310-FECHA-SPOOL.
           CLOSE SAIDA-SPOOL.
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           DISPLAY 'RELATORIO GUARDADO NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P450-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'HISTORICO DISCIPLINAR - ALUNO ' WS-ID-ALUNO ' - '
                  NM-ALUNO OF REG-ALUNO ' - POSICAO DE ' WS-DH-DATA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P450-GRAVA-CABECALHO-FIM.

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

      *DEPOSITA NA FILA O EVENTO DISCIPLINA DA OCORRENCIA RECEM
      *GRAVADA: O NTNOTIFY ENTREGA AOS RESPONSAVEIS DO ALUNO. O
      *PAYLOAD LEVA A SANCAO E, NA SUSPENSAO, O PERIODO.
       P620-NOTIFICA.
           PERFORM P560-DESCREVE THRU P560-DESCREVE-FIM.
           INITIALIZE REG-NOTIFICA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET TP-EVENTO-DISCIPLINA TO TRUE.
           MOVE WS-DH-DATA        TO DT-EVENTO.
           MOVE WS-DH-HORARIO     TO HR-EVENTO.
           MOVE ID-ALUNO-DSC      TO ID-ALUNO OF REG-NOTIFICA.
           MOVE ZEROS             TO ID-MATERIA OF REG-NOTIFICA.
           IF TP-SANCAO-SUSPENSAO THEN
               STRING 'SUSPENSAO DE ' DT-INICIO-SUSP-DSC
                      ' A ' DT-FIM-SUSP-DSC
                      DELIMITED BY SIZE
                      INTO DS-PAYLOAD
               END-STRING
           ELSE
               MOVE WS-DS-SANCAO  TO DS-PAYLOAD
           END-IF.
           MOVE SPACES            TO FL-PROCESSADO.
           WRITE REG-NOTIFICA
           END-WRITE.
       P620-NOTIFICA-FIM.

       P420-FECHA-ARQ.
           CLOSE DISCIPL.
           CLOSE ALUNOS.
           CLOSE NOTIFICA.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTDSCMAN.
