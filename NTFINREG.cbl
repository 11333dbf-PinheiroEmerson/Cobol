      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      27/02/2023.
      * Purpose:   REGUA DE COBRANCA - LOTE DIARIO SEM DIALOGO (PODE
      *            SER AGENDADO NO NTAGNMAN) QUE PERCORRE
      *            MENSALIDADE.DAT E DEPOSITA NA FILA DE NOTIFICACOES
      *            (NOTIFICA.DAT) OS CONTATOS DE COBRANCA DEVIDOS A
      *            CADA COBRANCA EM ABERTO. OS PASSOS E OS PRAZOS VEM
      *            DE PARAMETRO.DAT (PGPARLER); PRAZO ZERO DESLIGA O
      *            PASSO:
      *            1) LEMBRETE   - REGUA-DIAS-LEMBRETE DIAS ANTES DO
      *               VENCIMENTO (PADRAO 5), ATE O DIA DO VENCIMENTO;
      *            2) VENCIDA    - REGUA-DIAS-VENCIDA DIAS DEPOIS DO
      *               VENCIMENTO (PADRAO 1);
      *            3) SEGUNDOAV  - REGUA-DIAS-2AVISO DIAS DEPOIS DO
      *               VENCIMENTO (PADRAO 15);
      *            4) ENCAMINHA  - REGUA-DIAS-ENCAMINHA DIAS DEPOIS DO
      *               VENCIMENTO (PADRAO 30), AVISO DE ENCAMINHAMENTO.
      *            O ULTIMO PASSO ENFILEIRADO FICA NA PROPRIA COBRANCA
      *            (NR-PASSO-REGUA/DT-PASSO-REGUA DE CFPK0008): O MESMO
      *            PASSO NUNCA SAI DUAS VEZES, E COBRANCA QUE FICOU
      *            PARA TRAS (LOTE QUE NAO RODOU) RECEBE SO O PASSO
      *            MAIS ADIANTADO JA ALCANCADO. COBRANCA PAGA,
      *            CANCELADA, BAIXADA POR PERDA OU CONSOLIDADA EM
      *            ACORDO VIGENTE OU QUITADO NAO RECEBE CONTATO. O
      *            NTNOTIFY ENTREGA OS EVENTOS AO RESPONSAVEL
      *            FINANCEIRO CONFORME A PREFERENCIA (NOTPREF.DAT).
      *            CADA PASSO E AUDITADO (MENSALIDA) COM O ID-EXECUCAO
      *            DO LOTE; EXECUCAO REGISTRADA NO LOG DE JOBS
      *            (PGJOBLOG).
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
       PROGRAM-ID. NTFINREG.

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
           FILE  STATUS IS WS-FS-F.

           SELECT ACORDO
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS NR-ACORDO-PLANO
           FILE  STATUS IS WS-FS-ACO.

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

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  ACORDO.
           COPY CFPK0026.

       FD  NOTIFICA.
           COPY CFPK0016.

       FD  AUDITORIA.
           COPY CFPK0006.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 WS-DH-HORA-COMPLETA      PIC 9(06).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

      *DATA DO LOTE (A DATA DE HOJE NA ENTRADA), QUE E A DATA DE CADA
      *PASSO GRAVADO NAS COBRANCAS.
       77  WS-DT-HOJE                  PIC 9(08) VALUE ZEROS.
       77  WS-NR-DIA-HOJE              PIC 9(07) VALUE ZEROS.

      *ID-EXECUCAO DO LOTE, CARIMBADO EM TUDO QUE ESTE JOB GRAVA NA
      *AUDITORIA.
       77  WS-ID-EXECUCAO              PIC 9(14) VALUE ZEROS.

      *PRAZOS DA REGUA (PARAMETRO.DAT VIA PGPARLER). O LEMBRETE CONTA
      *DIAS ANTES DO VENCIMENTO; OS DEMAIS, DIAS DEPOIS. ZERO DESLIGA.
       77  WS-DIAS-LEMBRETE            PIC 9(06) VALUE 5.
       77  WS-DIAS-VENCIDA             PIC 9(06) VALUE 1.
       77  WS-DIAS-2AVISO              PIC 9(06) VALUE 15.
       77  WS-DIAS-ENCAMINHA           PIC 9(06) VALUE 30.

      *DIAS DESDE O VENCIMENTO (NEGATIVO ANTES DELE) E O PASSO MAIS
      *ADIANTADO QUE A COBRANCA JA ALCANCOU.
       77  WS-QT-DIAS                  PIC S9(07) VALUE ZEROS.
       77  WS-PASSO-DEVIDO             PIC 9(01) VALUE ZEROS.

      *SALDO DA COBRANCA E SE ELA AINDA E COBRAVEL PELA REGUA.
       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.
       77  WS-COBRAVEL                 PIC X.
           88 WS-COBRAVEL-OK           VALUE 'S' FALSE 'N'.
       77  WS-MSK-VL-COBR              PIC ZZ.ZZ9,99.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.
       77  WS-TP-OPERACAO-AUD          PIC X(10) VALUE SPACES.

       77  WS-QTD-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ENFILEIRADAS         PIC 9(06) VALUE ZEROS.
       01  WS-QTD-POR-PASSO.
           03 WS-QTD-PASSO             PIC 9(06) OCCURS 4 TIMES.

       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.

       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-ACO                   PIC 99.
           88 WS-FS-ACO-OK             VALUE 0.
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

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTFINREG'.
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
           MOVE FUNCTION CURRENT-DATE TO WS-DH-INICIO-JOB.
           MOVE WS-DH-INICIO-14 TO WS-JL-DH-INICIO.
           MOVE WS-DH-INICIO-14 TO WS-ID-EXECUCAO.
           INITIALIZE WS-FS-F WS-FS-ACO WS-FS-NOT WS-FS-AUD
                      WS-QT-DIAS WS-PASSO-DEVIDO WS-VL-SALDO-COBR
                      WS-REG-ANTES WS-TP-OPERACAO-AUD WS-QTD-LIDAS
                      WS-QTD-ENFILEIRADAS WS-QTD-POR-PASSO
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MENSALIDADE-OK   TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA             TO WS-DT-HOJE.
           COMPUTE WS-NR-DIA-HOJE = FUNCTION INTEGER-OF-DATE
                   (WS-DT-HOJE).
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE WS-COM-OPERADOR TO WS-JL-OPERADOR.
           PERFORM P050-LE-PARAMETROS  THRU P050-LE-PARAMETROS-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *PRAZOS DE CADA PASSO DA REGUA.
       P050-LE-PARAMETROS.
           MOVE 'REGUA-DIAS-LEMBRETE'  TO WS-PL-NOME.
           MOVE 5                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-DIAS-LEMBRETE.
           MOVE 'REGUA-DIAS-VENCIDA'   TO WS-PL-NOME.
           MOVE 1                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-DIAS-VENCIDA.
           MOVE 'REGUA-DIAS-2AVISO'    TO WS-PL-NOME.
           MOVE 15                     TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-DIAS-2AVISO.
           MOVE 'REGUA-DIAS-ENCAMINHA' TO WS-PL-NOME.
           MOVE 30                     TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-DIAS-ENCAMINHA.
       P050-LE-PARAMETROS-FIM.

      *MONTA OS CAMINHOS DAS COBRANCAS, DOS ACORDOS, DA FILA DE
      *NOTIFICACOES E DA AUDITORIA A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ACORDO.DAT'    DELIMITED BY SIZE
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
           OPEN I-O MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *ACORDOS SAO OPCIONAIS: SEM ACORDO.DAT NENHUMA COBRANCA CONTA
      *COMO RENEGOCIADA.
           OPEN INPUT ACORDO.
      *A FILA RECEBE OS EVENTOS NO FIM; SE AINDA NAO EXISTE, CRIA.
           OPEN EXTEND NOTIFICA.
           IF NOT WS-FS-NOT-OK THEN
               OPEN OUTPUT NOTIFICA
           END-IF.
           IF NOT WS-FS-NOT-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           MOVE ZEROS  TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE ZEROS  TO COMPETENCIA.
           MOVE SPACES TO TP-COBRANCA.
           START MENSALIDADE KEY IS NOT LESS THAN CH-MENSALIDADE
               INVALID KEY
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
           END-START.
           PERFORM P410-LE-COBRANCA THRU P410-LE-COBRANCA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK.
           DISPLAY '*** REGUA DE COBRANCA CONCLUIDA ***'
           END-DISPLAY.
           DISPLAY 'COBRANCAS LIDAS.............: ' WS-QTD-LIDAS
           END-DISPLAY.
           DISPLAY 'LEMBRETES ANTES DO VENCIMENTO: ' WS-QTD-PASSO (1)
           END-DISPLAY.
           DISPLAY 'AVISOS DE VENCIDA...........: ' WS-QTD-PASSO (2)
           END-DISPLAY.
           DISPLAY 'SEGUNDOS AVISOS.............: ' WS-QTD-PASSO (3)
           END-DISPLAY.
           DISPLAY 'AVISOS DE ENCAMINHAMENTO....: ' WS-QTD-PASSO (4)
           END-DISPLAY.
           DISPLAY 'EVENTOS NA FILA (NTNOTIFY)..: '
                   WS-QTD-ENFILEIRADAS
           END-DISPLAY.
       P200-PROCESSA-FIM.

      *CADA COBRANCA COBRAVEL RECEBE O PASSO MAIS ADIANTADO JA
      *ALCANCADO, SE ELE AINDA NAO FOI ENFILEIRADO.
       P410-LE-COBRANCA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
                   GO TO P410-LE-COBRANCA-FIM
           END-READ.
           ADD 1 TO WS-QTD-LIDAS.
           IF NR-PASSO-REGUA IS NOT LESS THAN 4 THEN
               GO TO P410-LE-COBRANCA-FIM
           END-IF.
           PERFORM P530-AVALIA-COBRANCA THRU P530-AVALIA-COBRANCA-FIM.
           IF NOT WS-COBRAVEL-OK THEN
               GO TO P410-LE-COBRANCA-FIM
           END-IF.
           PERFORM P540-APURA-PASSO THRU P540-APURA-PASSO-FIM.
           IF WS-PASSO-DEVIDO IS GREATER THAN NR-PASSO-REGUA THEN
               PERFORM P600-ENFILEIRA THRU P600-ENFILEIRA-FIM
           END-IF.
       P410-LE-COBRANCA-FIM.
           EXIT.

      *A COBRANCA E COBRAVEL SE ESTA SEM PAGAMENTO, NAO CANCELADA NEM
      *BAIXADA POR PERDA, COM SALDO, E NAO ESTA CONSOLIDADA EM ACORDO
      *VIGENTE OU QUITADO (A DE ACORDO QUEBRADO VOLTA A SER COBRADA,
      *COMO NO PGSITMEN).
       P530-AVALIA-COBRANCA.
           SET WS-COBRAVEL-OK TO FALSE.
           IF DT-PAGAMENTO IS GREATER THAN ZEROS OR
              DT-VENCIMENTO EQUAL ZEROS OR
              ST-COBRANCA-CANCELADA OR ST-COBRANCA-PERDA THEN
               GO TO P530-AVALIA-COBRANCA-FIM
           END-IF.
           COMPUTE WS-VL-SALDO-COBR = VL-MENSALIDADE + VL-MULTA
                                    + VL-JUROS - VL-PAGO.
           IF WS-VL-SALDO-COBR IS NOT GREATER THAN ZEROS THEN
               GO TO P530-AVALIA-COBRANCA-FIM
           END-IF.
           IF NR-ACORDO IS GREATER THAN ZEROS AND WS-FS-ACO-OK THEN
               MOVE NR-ACORDO TO NR-ACORDO-PLANO
               READ ACORDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-ACORDO-VIGENTE OR ST-ACORDO-QUITADO THEN
                           GO TO P530-AVALIA-COBRANCA-FIM
                       END-IF
               END-READ
           END-IF.
           SET WS-COBRAVEL-OK TO TRUE.
       P530-AVALIA-COBRANCA-FIM.
           EXIT.

      *PASSO MAIS ADIANTADO JA ALCANCADO PELA COBRANCA. O LEMBRETE SO
      *VALE ATE O DIA DO VENCIMENTO; DEPOIS DELE VALEM OS AVISOS.
       P540-APURA-PASSO.
           MOVE ZEROS TO WS-PASSO-DEVIDO.
           COMPUTE WS-QT-DIAS = WS-NR-DIA-HOJE
                   - FUNCTION INTEGER-OF-DATE (DT-VENCIMENTO).
           IF WS-DIAS-LEMBRETE IS GREATER THAN ZEROS AND
              WS-QT-DIAS IS NOT GREATER THAN ZEROS AND
              WS-QT-DIAS + WS-DIAS-LEMBRETE IS NOT LESS THAN ZEROS
              THEN
               MOVE 1 TO WS-PASSO-DEVIDO
           END-IF.
           IF WS-DIAS-VENCIDA IS GREATER THAN ZEROS AND
              WS-QT-DIAS IS NOT LESS THAN WS-DIAS-VENCIDA THEN
               MOVE 2 TO WS-PASSO-DEVIDO
           END-IF.
           IF WS-DIAS-2AVISO IS GREATER THAN ZEROS AND
              WS-QT-DIAS IS NOT LESS THAN WS-DIAS-2AVISO THEN
               MOVE 3 TO WS-PASSO-DEVIDO
           END-IF.
           IF WS-DIAS-ENCAMINHA IS GREATER THAN ZEROS AND
              WS-QT-DIAS IS NOT LESS THAN WS-DIAS-ENCAMINHA THEN
               MOVE 4 TO WS-PASSO-DEVIDO
           END-IF.
       P540-APURA-PASSO-FIM.
           EXIT.

      *MARCA O PASSO NA COBRANCA E DEPOSITA O EVENTO NA FILA. A
      *COBRANCA E REGRAVADA ANTES: SE A REGRAVACAO FALHA, O EVENTO
      *NAO SAI, E O PASSO SERA TENTADO DE NOVO NO PROXIMO LOTE.
       P600-ENFILEIRA.
           MOVE REG-MENSALIDADE TO WS-REG-ANTES.
           MOVE WS-PASSO-DEVIDO TO NR-PASSO-REGUA.
           MOVE WS-DT-HOJE      TO DT-PASSO-REGUA.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A COBRANCA '
                           CH-MENSALIDADE '.'
                   END-DISPLAY
                   ADD 1 TO WS-JL-QTD-REJEITADOS
                   GO TO P600-ENFILEIRA-FIM
           END-REWRITE.
           EVALUATE WS-PASSO-DEVIDO
               WHEN 1
                   SET TP-EVENTO-LEMBRETE   TO TRUE
               WHEN 2
                   SET TP-EVENTO-VENCIDA    TO TRUE
               WHEN 3
                   SET TP-EVENTO-SEGUNDO-AV TO TRUE
               WHEN OTHER
                   SET TP-EVENTO-ENCAMINHA  TO TRUE
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA            TO DT-EVENTO.
           MOVE WS-DH-HORA-COMPLETA   TO HR-EVENTO.
           MOVE ID-ALUNO OF CH-MENSALIDADE
                TO ID-ALUNO OF REG-NOTIFICA.
           MOVE ZEROS                 TO ID-MATERIA.
           MOVE WS-VL-SALDO-COBR      TO WS-MSK-VL-COBR.
           MOVE SPACES                TO DS-PAYLOAD.
           STRING 'REF ' CP-MES OF COMPETENCIA '/'
                  CP-ANO OF COMPETENCIA ' R$ '  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MSK-VL-COBR) DELIMITED BY SIZE
                  ' VENC ' DT-VENCIMENTO (7:2) '/'
                  DT-VENCIMENTO (5:2) '/' DT-VENCIMENTO (1:4)
                                                DELIMITED BY SIZE
                  INTO DS-PAYLOAD
           END-STRING.
           MOVE SPACES                TO FL-PROCESSADO.
           WRITE REG-NOTIFICA
           END-WRITE.
           ADD 1 TO WS-QTD-PASSO (WS-PASSO-DEVIDO).
           ADD 1 TO WS-QTD-ENFILEIRADAS.
           ADD 1 TO WS-JL-QTD-GRAVADOS.
           MOVE 'REGUA-COBR' TO WS-TP-OPERACAO-AUD.
           PERFORM P790-GRAVA-AUDITORIA
                   THRU P790-GRAVA-AUDITORIA-FIM.
       P600-ENFILEIRA-FIM.
           EXIT.

       P790-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'MENSALIDA'           TO NM-ARQUIVO-AUDITORIA.
           MOVE WS-TP-OPERACAO-AUD    TO TP-OPERACAO-AUDITORIA.
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

       P420-FECHA-ARQ.
           CLOSE MENSALIDADE.
           IF WS-FS-ACO-OK THEN
               CLOSE ACORDO
           END-IF.
           CLOSE NOTIFICA.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS MENSALIDADE..: ' WS-FS-F
           END-DISPLAY.
           DISPLAY 'FILE STATUS NOTIFICA.....: ' WS-FS-NOT
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-QTD-LIDAS TO WS-JL-QTD-LIDOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTFINREG.
