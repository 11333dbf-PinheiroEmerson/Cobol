      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/02/2023.
      * Purpose:   BAIXA POR PERDA DE COBRANCAS INCOBRAVEIS - SELECIONA
      *            EM MENSALIDADE.DAT AS COBRANCAS EM ABERTO (NAO
      *            CANCELADAS, FORA DE ACORDO) VENCIDAS HA MAIS DE
      *            PERDA-DIAS-ATRASO DIAS (PARAMETRO.DAT VIA PGPARLER,
      *            PADRAO 365, O OPERADOR PODE INFORMAR OUTRO PRAZO),
      *            LISTA AS CANDIDATAS NO SPOOL (PGSPOOL) COM O SALDO
      *            DE CADA UMA E SO BAIXA COM A APROVACAO DE UM
      *            SUPERVISOR: A COBRANCA FICA COM ST-COBRANCA P, DATA
      *            E SALDO BAIXADOS (CFPK0008), SAI DA LISTAGEM DE
      *            ABERTO (NTFINLIS), DA INADIMPLENCIA (PGSITMEN/
      *            PGFXINAD) E DO SALDO EM ABERTO DO FECHAMENTO
      *            (NTFINFEC), E ENTRA NO EVENTO PE DA EXPORTACAO
      *            CONTABIL (NTCTBEXP/CONTACTB.DAT) DO MES DA BAIXA.
      *            PAGAMENTO POSTERIOR E LANCADO COMO RECUPERACAO PELO
      *            NTFINPAG/NTFINRET (EVENTO RP). CADA COBRANCA BAIXADA
      *            E AUDITADA (MENSALIDA/PERDA) COM O ID-EXECUCAO DO
      *            LOTE; EXECUCAO REGISTRADA NO LOG DE JOBS (PGJOBLOG).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - A AUDITORIA DA COBRANCA GRAVA A CHAVE
      *            INTEIRA DE MENSALIDADE (ALUNO, COMPETENCIA E TIPO), E
      *            NAO SO AS 10 PRIMEIRAS POSICOES, QUE MISTURAVAM MESES
      *            E TIPOS DE COBRANCA DO MESMO ALUNO. O NUMERO DO
      *            REGISTRO DE AUDITORIA SO E CONFIRMADO NO PGAUDELO
      *            (ACAO 'G') DEPOIS DO WRITE BEM-SUCEDIDO; WRITE QUE
      *            FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFINPER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-MN.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-02
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
       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

      *ID-EXECUCAO DO LOTE, CARIMBADO EM TUDO QUE ESTE JOB GRAVA NA
      *AUDITORIA.
       77  WS-ID-EXECUCAO              PIC 9(14) VALUE ZEROS.

      *PRAZO DE ATRASO PARA A BAIXA: DO PARAMETRO PERDA-DIAS-ATRASO,
      *OU O INFORMADO PELO OPERADOR. VENCIMENTO ATE A DATA DE CORTE
      *(HOJE MENOS O PRAZO) ENTRA NA SELECAO.
       77  WS-DIAS-PERDA               PIC 9(06) VALUE 365.
       77  WS-DIAS-INFORMADO           PIC 9(06) VALUE ZEROS.
       77  WS-DT-CORTE                 PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-ATRASO              PIC 9(06) VALUE ZEROS.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.
       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.

       77  WS-QTD-CANDIDATAS           PIC 9(05) VALUE ZEROS.
       77  WS-VL-CANDIDATAS            PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-BAIXADAS             PIC 9(05) VALUE ZEROS.
       77  WS-VL-BAIXADO               PIC 9(09)V99 VALUE ZEROS.

       77  WS-MSK-VL-SALDO             PIC ZZ.ZZ9,99.
       77  WS-MSK-VL-TOTAL             PIC ZZZ.ZZZ.ZZ9,99.

       77  WS-COBRANCA-ELEGIVEL        PIC X.
           88 WS-COBRANCA-ELEGIVEL-OK  VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.

       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.

       77  WS-FS-MN                    PIC 99.
           88 WS-FS-MN-OK              VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTFINPER'.
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

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *(60 LINHAS POR PAGINA, COMO NO NTALULIS).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

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
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-DH-INICIO-JOB.
           MOVE WS-DH-INICIO-14 TO WS-JL-DH-INICIO.
           MOVE WS-DH-INICIO-14 TO WS-ID-EXECUCAO.
           INITIALIZE WS-FS-MN WS-FS-AUD WS-FS-SPL WS-DIAS-INFORMADO
                      WS-DT-CORTE WS-DIAS-ATRASO WS-REG-ANTES
                      WS-VL-SALDO-COBR WS-QTD-CANDIDATAS
                      WS-VL-CANDIDATAS WS-QTD-BAIXADAS WS-VL-BAIXADO
                      WS-LINHAS-SPOOL WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MENSALIDADE-OK   TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE WS-COM-OPERADOR TO WS-JL-OPERADOR.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DAS COBRANCAS E DA AUDITORIA A PARTIR DO
      *DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O MENSALIDADE.
           IF NOT WS-FS-MN-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.

      *PRIMEIRA PASSAGEM SO LISTA AS CANDIDATAS; A SEGUNDA, QUE BAIXA,
      *SO RODA COM O SUPERVISOR APROVANDO A RELACAO.
       P200-PROCESSA.
           PERFORM P430-MONTA-TELA THRU P430-MONTA-TELA-FIM.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P500-SELECIONA THRU P500-SELECIONA-FIM.
           MOVE WS-VL-CANDIDATAS TO WS-MSK-VL-TOTAL.
           DISPLAY 'COBRANCAS CANDIDATAS..: ' WS-QTD-CANDIDATAS
                   ' SALDO ' WS-MSK-VL-TOTAL
           END-DISPLAY.
           IF WS-QTD-CANDIDATAS EQUAL ZEROS THEN
               DISPLAY 'NENHUMA COBRANCA VENCIDA HA MAIS DE '
                       WS-DIAS-PERDA ' DIAS. NADA A BAIXAR.'
               END-DISPLAY
               MOVE 'NENHUMA COBRANCA CANDIDATA.' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               GO TO P200-PROCESSA-FECHA
           END-IF.
           IF WS-COM-NIVEL NOT EQUAL 2 THEN
               DISPLAY 'BAIXA POR PERDA DEPENDE DE APROVACAO DE '
                       'SUPERVISOR. RELACAO GUARDADA NO SPOOL; NADA '
                       'FOI BAIXADO.'
               END-DISPLAY
               MOVE 'PREVIA - SEM APROVACAO DE SUPERVISOR, NADA FOI '
                    TO WS-LINHA-REL
               MOVE 'BAIXADO.' TO WS-LINHA-REL (48:8)
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               MOVE 'PREVIA' TO WS-JL-STATUS
               GO TO P200-PROCESSA-FECHA
           END-IF.
           DISPLAY 'SUPERVISOR ' WS-COM-OPERADOR ', APROVA A BAIXA '
                   'POR PERDA DAS ' WS-QTD-CANDIDATAS
                   ' COBRANCAS LISTADAS? (S/N)'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'BAIXA POR PERDA NAO APROVADA. NADA FOI '
                       'BAIXADO.'
               END-DISPLAY
               MOVE 'BAIXA NAO APROVADA PELO SUPERVISOR. NADA FOI '
                    TO WS-LINHA-REL
               MOVE 'BAIXADO.' TO WS-LINHA-REL (47:8)
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               MOVE 'CANCELADO' TO WS-JL-STATUS
               GO TO P200-PROCESSA-FECHA
           END-IF.
           PERFORM P600-BAIXA-PERDAS THRU P600-BAIXA-PERDAS-FIM.
           MOVE WS-VL-BAIXADO TO WS-MSK-VL-TOTAL.
           DISPLAY 'COBRANCAS BAIXADAS....: ' WS-QTD-BAIXADAS
                   ' SALDO ' WS-MSK-VL-TOTAL
           END-DISPLAY.
       P200-PROCESSA-FECHA.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
       P200-PROCESSA-FIM.
           EXIT.

       P430-MONTA-TELA.
           MOVE 'PERDA-DIAS-ATRASO'  TO WS-PL-NOME.
           MOVE 365                  TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR          TO WS-DIAS-PERDA.
           DISPLAY 'BAIXA POR PERDA DE COBRANCAS INCOBRAVEIS.'
           END-DISPLAY.
           DISPLAY 'PRAZO DE ATRASO DO PARAMETRO (DIAS)....: '
                   WS-DIAS-PERDA
           END-DISPLAY.
           DISPLAY 'INFORME OUTRO PRAZO (ZERO = PARAMETRO).: '
           END-DISPLAY.
           ACCEPT WS-DIAS-INFORMADO
           END-ACCEPT.
           IF WS-DIAS-INFORMADO IS GREATER THAN ZEROS THEN
               MOVE WS-DIAS-INFORMADO TO WS-DIAS-PERDA
           END-IF.
           COMPUTE WS-DT-CORTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                    - WS-DIAS-PERDA).
       P430-MONTA-TELA-FIM.

      *VARRE AS COBRANCAS E LISTA AS QUE ATENDEM A REGRA DA BAIXA.
       P500-SELECIONA.
           PERFORM P590-POSICIONA THRU P590-POSICIONA-FIM.
           PERFORM P510-LE-CANDIDATA THRU P510-LE-CANDIDATA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK.
       P500-SELECIONA-FIM.

       P510-LE-CANDIDATA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-JL-QTD-LIDOS
                   PERFORM P515-AVALIA-COBRANCA
                           THRU P515-AVALIA-COBRANCA-FIM
                   IF WS-COBRANCA-ELEGIVEL-OK THEN
                       ADD 1 TO WS-QTD-CANDIDATAS
                       ADD WS-VL-SALDO-COBR TO WS-VL-CANDIDATAS
                       MOVE 'CANDIDATA' TO WS-LINHA-REL (95:9)
                       PERFORM P520-LISTA-COBRANCA
                               THRU P520-LISTA-COBRANCA-FIM
                   END-IF
           END-READ.
       P510-LE-CANDIDATA-FIM.

      *ENTRA NA BAIXA A COBRANCA SEM PAGAMENTO, NAO CANCELADA, AINDA
      *NAO BAIXADA, FORA DE ACORDO (A CONSOLIDADA SEGUE O PLANO) E
      *VENCIDA ATE A DATA DE CORTE, COM SALDO A BAIXAR.
       P515-AVALIA-COBRANCA.
           SET WS-COBRANCA-ELEGIVEL-OK TO FALSE.
           IF DT-PAGAMENTO IS GREATER THAN ZEROS OR
              ST-COBRANCA-CANCELADA OR ST-COBRANCA-PERDA OR
              NR-ACORDO IS GREATER THAN ZEROS THEN
               GO TO P515-AVALIA-COBRANCA-FIM
           END-IF.
           IF DT-VENCIMENTO IS GREATER THAN WS-DT-CORTE THEN
               GO TO P515-AVALIA-COBRANCA-FIM
           END-IF.
           COMPUTE WS-VL-SALDO-COBR = VL-MENSALIDADE + VL-MULTA
                                    + VL-JUROS - VL-PAGO.
           IF WS-VL-SALDO-COBR IS NOT GREATER THAN ZEROS THEN
               GO TO P515-AVALIA-COBRANCA-FIM
           END-IF.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
               - FUNCTION INTEGER-OF-DATE (DT-VENCIMENTO).
           SET WS-COBRANCA-ELEGIVEL-OK TO TRUE.
       P515-AVALIA-COBRANCA-FIM.
           EXIT.

      *LINHA DA COBRANCA NO RELATORIO; A SITUACAO (CANDIDATA OU
      *BAIXADA) JA VEM NA COLUNA 95.
       P520-LISTA-COBRANCA.
           MOVE WS-VL-SALDO-COBR TO WS-MSK-VL-SALDO.
           STRING 'ALUNO ' ID-ALUNO OF CH-MENSALIDADE
                  ' TIPO ' TP-COBRANCA
                  ' COMPETENCIA ' COMPETENCIA
                  ' VENCIMENTO ' DT-VENCIMENTO
                  ' ATRASO ' WS-DIAS-ATRASO
                  ' SALDO ' WS-MSK-VL-SALDO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P520-LISTA-COBRANCA-FIM.

      *SEGUNDA PASSAGEM, APROVADA: REAVALIA CADA COBRANCA (A BAIXA
      *DE PAGAMENTO PODE TER CORRIDO NO MEIO) E BAIXA AS QUE AINDA
      *ATENDEM A REGRA.
       P600-BAIXA-PERDAS.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'BAIXA APROVADA PELO SUPERVISOR ' TO WS-LINHA-REL.
           MOVE WS-COM-OPERADOR TO WS-LINHA-REL (32:10).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P590-POSICIONA THRU P590-POSICIONA-FIM.
           PERFORM P610-LE-COBRANCA THRU P610-LE-COBRANCA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK.
           MOVE WS-VL-BAIXADO TO WS-MSK-VL-TOTAL.
           STRING 'TOTAL BAIXADO POR PERDA: ' WS-QTD-BAIXADAS
                  ' COBRANCAS, SALDO ' WS-MSK-VL-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-BAIXA-PERDAS-FIM.

       P610-LE-COBRANCA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
               NOT AT END
                   PERFORM P515-AVALIA-COBRANCA
                           THRU P515-AVALIA-COBRANCA-FIM
                   IF WS-COBRANCA-ELEGIVEL-OK THEN
                       PERFORM P620-APLICA-PERDA
                               THRU P620-APLICA-PERDA-FIM
                   END-IF
           END-READ.
       P610-LE-COBRANCA-FIM.

       P620-APLICA-PERDA.
           MOVE REG-MENSALIDADE  TO WS-REG-ANTES.
           SET ST-COBRANCA-PERDA TO TRUE.
           MOVE WS-DH-DATA       TO DT-BAIXA-PERDA.
           MOVE WS-VL-SALDO-COBR TO VL-BAIXA-PERDA.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A COBRANCA DO ALUNO '
                           ID-ALUNO OF CH-MENSALIDADE ' COMPETENCIA '
                           COMPETENCIA '.'
                   END-DISPLAY
                   ADD 1 TO WS-JL-QTD-REJEITADOS
                   GO TO P620-APLICA-PERDA-FIM
           END-REWRITE.
           ADD 1 TO WS-QTD-BAIXADAS.
           ADD 1 TO WS-JL-QTD-GRAVADOS.
           ADD WS-VL-SALDO-COBR TO WS-VL-BAIXADO.
           MOVE 'BAIXADA' TO WS-LINHA-REL (95:7).
           PERFORM P520-LISTA-COBRANCA
                   THRU P520-LISTA-COBRANCA-FIM.
           PERFORM P790-GRAVA-AUDITORIA
                   THRU P790-GRAVA-AUDITORIA-FIM.
       P620-APLICA-PERDA-FIM.
           EXIT.

       P590-POSICIONA.
           SET WS-EOF-MENSALIDADE-OK TO FALSE.
           MOVE ZEROS  TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE ZEROS  TO COMPETENCIA.
           MOVE SPACES TO TP-COBRANCA.
           START MENSALIDADE KEY IS NOT LESS THAN CH-MENSALIDADE
               INVALID KEY
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
           END-START.
       P590-POSICIONA-FIM.

      *REGISTRA NA AUDITORIA A COBRANCA BAIXADA POR PERDA, COM AS
      *IMAGENS ANTES E DEPOIS, O SUPERVISOR QUE APROVOU E O
      *ID-EXECUCAO DO LOTE.
       P790-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'MENSALIDA'           TO NM-ARQUIVO-AUDITORIA.
           MOVE 'PERDA'               TO TP-OPERACAO-AUDITORIA.
           MOVE CH-MENSALIDADE        TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES          TO DS-ANTES-AUDITORIA.
           MOVE REG-MENSALIDADE       TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR       TO ID-OPERADOR-AUDITORIA.
           MOVE WS-ID-EXECUCAO        TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P790-GRAVA-AUDITORIA-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTFINPER'      TO WS-SP-RELATORIO.
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

       P440-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'BAIXA POR PERDA - COBRANCAS EM ABERTO VENCIDAS ATE '
                  WS-DT-CORTE ' (ATRASO DE ' WS-DIAS-PERDA
                  ' DIAS OU MAIS) EM ' WS-DH-DATA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

       P420-FECHA-ARQ.
           CLOSE MENSALIDADE.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS MENSALIDADE..: ' WS-FS-MN
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTFINPER.
