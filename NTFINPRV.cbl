      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      20/02/2023.
      * Purpose:   PREVISAO DE RECEBIMENTOS (FLUXO DE CAIXA) - PROJETA
      *            POR MES DE VENCIMENTO, NOS PROXIMOS PREVISAO-MESES
      *            MESES (PARAMETRO.DAT VIA PGPARLER, PADRAO 3, A
      *            PARTIR DO MES CORRENTE), O QUE DEVE ENTRAR: O SALDO
      *            DAS COBRANCAS EM ABERTO DE MENSALIDADE.DAT E AS
      *            PARCELAS NAO PAGAS DOS ACORDOS VIGENTES DE
      *            ACORDO.DAT (VL-PARCELA-ACORDO VEZES AS PARCELAS QUE
      *            FALTAM, UMA POR MES A PARTIR DA PRIMEIRA PARCELA).
      *            COBRANCA CONSOLIDADA EM ACORDO VIGENTE OU QUITADO
      *            ENTRA SO PELAS PARCELAS; CANCELADA OU BAIXADA POR
      *            PERDA FICA FORA. CADA MES E AJUSTADO PELA TAXA DE
      *            RECEBIMENTO (RECEBIDO SOBRE EMITIDO) DOS FECHAMENTOS
      *            DAS ULTIMAS PREVISAO-MESES-HIST COMPETENCIAS
      *            FECHADAS EM FECHAMEN.DAT (PADRAO 6). QUEBRA POR
      *            CURSO DO ALUNO, COM O VENCIDO EM ABERTO MOSTRADO A
      *            PARTE (FORA DA PREVISAO). O RELATORIO SAI NO SPOOL
      *            (PGSPOOL), CATALOGADO PARA REIMPRESSAO PELO NTSPLREP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFINPRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-F.

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

           SELECT ACORDO
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS NR-ACORDO-PLANO
           FILE  STATUS IS WS-FS-ACO.

           SELECT FECHAMENTO
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS COMPETENCIA-FECH
           FILE  STATUS IS WS-FS-FEC.

           SELECT CURSO
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CURSO OF REG-CURSO
           FILE  STATUS IS WS-FS-C.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  ACORDO.
           COPY CFPK0026.

       FD  FECHAMENTO.
           COPY CFPK0036.

       FD  CURSO.
           COPY CFPK0015.

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
           03 FILLER                   PIC X(13).

      *HORIZONTE DA PREVISAO E JANELA DO HISTORICO DE RECEBIMENTO
      *(PARAMETRO.DAT VIA PGPARLER), LIMITADOS AO TAMANHO DAS TABELAS.
       77  WS-QT-MESES-PREVISAO        PIC 9(02) VALUE 3.
       77  WS-QT-MESES-HIST            PIC 9(02) VALUE 6.

      *MESES CONTADOS COMO ANO * 12 + MES - 1, PARA ENDERECAR O MES
      *DA PREVISAO (1 = MES CORRENTE) PELA DIFERENCA.
       77  WS-NR-MES-INICIAL           PIC 9(06) VALUE ZEROS.
       77  WS-NR-MES-VENC              PIC 9(06) VALUE ZEROS.
       77  WS-NR-MES-HIST              PIC 9(06) VALUE ZEROS.
       77  WS-DESLOCAMENTO             PIC S9(06) VALUE ZEROS.
       77  WS-MES-PREVISAO             PIC 9(02) VALUE ZEROS.
       01  WS-DT-VENC-AUX              PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DT-VENC-AUX.
           03 WS-VA-ANO                PIC 9(04).
           03 WS-VA-MES                PIC 9(02).
           03 WS-VA-DIA                PIC 9(02).
       01  WS-COMPETENCIA-AUX.
           03 WS-CA-ANO                PIC 9(04).
           03 WS-CA-MES                PIC 9(02).

      *TAXA DE RECEBIMENTO APURADA DOS FECHAMENTOS (RECEBIDO SOBRE
      *EMITIDO, EM PERCENTUAL, NO MAXIMO 100). SEM FECHAMENTO NA
      *JANELA, A PREVISAO SAI PELO VALOR BRUTO (100%).
       77  WS-QT-FECHAMENTOS           PIC 9(02) VALUE ZEROS.
       77  WS-VL-EMITIDO-HIST          PIC 9(11)V99 VALUE ZEROS.
       77  WS-VL-RECEBIDO-HIST         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TX-RECEBIMENTO           PIC 9(03)V99 VALUE 100.

      *ACUMULADORES POR CURSO, ENDERECADOS DIRETO PELO ID-CURSO
      *(9(02), ATE 99 CURSOS); A ENTRADA 100 RECEBE O ALUNO SEM CURSO
      *OU SEM CADASTRO, PARA O DINHEIRO NAO SAIR DA PREVISAO. EM CADA
      *CURSO, O VENCIDO ANTES DO MES CORRENTE E UM VALOR POR MES DA
      *PREVISAO (COBRANCAS E PARCELAS DE ACORDO).
       01  WS-TABELA-CURSOS.
           03 WS-ENTRADA-CURSO OCCURS 100 TIMES.
               05 WS-TB-VL-VENCIDO     PIC 9(09)V99.
               05 WS-TB-MES OCCURS 12 TIMES.
                   07 WS-TB-VL-COBRANCA PIC 9(09)V99.
                   07 WS-TB-VL-ACORDO   PIC 9(09)V99.

      *TOTAIS DA ESCOLA (SOMA DOS CURSOS) POR MES DA PREVISAO.
       01  WS-TABELA-TOTAIS.
           03 WS-TT-VL-VENCIDO         PIC 9(09)V99.
           03 WS-TT-MES OCCURS 12 TIMES.
               05 WS-TT-VL-COBRANCA    PIC 9(09)V99.
               05 WS-TT-VL-ACORDO      PIC 9(09)V99.

       77  WS-CURSO-ALUNO              PIC 9(03) VALUE ZEROS.
       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-MES               PIC 9(02) VALUE ZEROS.
       77  WS-NR-PARCELA               PIC 9(02) VALUE ZEROS.
       77  WS-TEM-MOVIMENTO            PIC X.
           88 WS-TEM-MOVIMENTO-OK      VALUE 'S' FALSE 'N'.

       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.
       77  WS-VL-BRUTO                 PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-PREVISTO              PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-TOTAL-BRUTO           PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-TOTAL-PREVISTO        PIC 9(09)V99 VALUE ZEROS.

       77  WS-MSK-COBRANCA             PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-MSK-ACORDO               PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-MSK-BRUTO                PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-MSK-PREVISTO             PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-MSK-TAXA                 PIC ZZ9,99.

       77  WS-QTD-COBRANCAS            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-PARCELAS             PIC 9(06) VALUE ZEROS.

       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.
       77  WS-EOF-ACORDO               PIC X.
           88 WS-EOF-ACORDO-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-ACO                   PIC 99.
           88 WS-FS-ACO-OK             VALUE 0.
       77  WS-FS-FEC                   PIC 99.
           88 WS-FS-FEC-OK             VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

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
           INITIALIZE WS-FS-F WS-FS-A WS-FS-ACO WS-FS-FEC WS-FS-C
                      WS-FS-SPL WS-TABELA-CURSOS WS-TABELA-TOTAIS
                      WS-QT-FECHAMENTOS WS-VL-EMITIDO-HIST
                      WS-VL-RECEBIDO-HIST WS-QTD-COBRANCAS
                      WS-QTD-PARCELAS WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MENSALIDADE-OK   TO FALSE.
           SET WS-EOF-ACORDO-OK        TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           COMPUTE WS-NR-MES-INICIAL = (WS-DH-ANO * 12) + WS-DH-MES - 1.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P050-LE-PARAMETROS  THRU P050-LE-PARAMETROS-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P050-LE-PARAMETROS.
           MOVE 'PREVISAO-MESES'       TO WS-PL-NOME.
           MOVE 3                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-QT-MESES-PREVISAO.
           IF WS-QT-MESES-PREVISAO EQUAL ZEROS OR
              WS-QT-MESES-PREVISAO IS GREATER THAN 12 THEN
               MOVE 3                  TO WS-QT-MESES-PREVISAO
           END-IF.
           MOVE 'PREVISAO-MESES-HIST'  TO WS-PL-NOME.
           MOVE 6                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-QT-MESES-HIST.
           IF WS-QT-MESES-HIST EQUAL ZEROS OR
              WS-QT-MESES-HIST IS GREATER THAN 24 THEN
               MOVE 6                  TO WS-QT-MESES-HIST
           END-IF.
       P050-LE-PARAMETROS-FIM.

      *MONTA OS CAMINHOS DAS COBRANCAS, DO CADASTRO, DOS ACORDOS, DOS
      *FECHAMENTOS E DOS CURSOS A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ACORDO.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\FECHAMEN.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CURSO.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *SEM ACORDO.DAT NAO HA PARCELAS A PREVER; SEM FECHAMEN.DAT A
      *PREVISAO SAI PELO BRUTO; SEM CURSO.DAT O CURSO SAI SEM NOME.
           OPEN INPUT ACORDO.
           IF NOT WS-FS-ACO-OK THEN
               SET WS-EOF-ACORDO-OK TO TRUE
           END-IF.
           OPEN INPUT FECHAMENTO.
           OPEN INPUT CURSO.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P450-APURA-TAXA THRU P450-APURA-TAXA-FIM.
           PERFORM P410-LE-COBRANCA THRU P410-LE-COBRANCA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK.
           IF NOT WS-EOF-ACORDO-OK THEN
               MOVE ZEROS TO NR-ACORDO-PLANO
               START ACORDO KEY IS NOT LESS THAN NR-ACORDO-PLANO
                   INVALID KEY
                       SET WS-EOF-ACORDO-OK TO TRUE
               END-START
           END-IF.
           PERFORM P430-LE-ACORDO THRU P430-LE-ACORDO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ACORDO-OK.
           PERFORM P300-ABRE-SPOOL   THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P500-LISTA-CURSO  THRU P500-LISTA-CURSO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 100.
           PERFORM P600-RESUMO-ESCOLA
                   THRU P600-RESUMO-ESCOLA-FIM.
           PERFORM P310-FECHA-SPOOL  THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'COBRANCAS EM ABERTO NA PREVISAO: ' WS-QTD-COBRANCAS
           END-DISPLAY.
           DISPLAY 'PARCELAS DE ACORDO NA PREVISAO.: ' WS-QTD-PARCELAS
           END-DISPLAY.
       P200-PROCESSA-FIM.

      *TAXA DE RECEBIMENTO: SOMA O EMITIDO E O RECEBIDO DAS
      *COMPETENCIAS FECHADAS NA JANELA DE HISTORICO, QUE TERMINA NO
      *MES ANTERIOR AO CORRENTE.
       P450-APURA-TAXA.
           MOVE 100 TO WS-TX-RECEBIMENTO.
           IF NOT WS-FS-FEC-OK THEN
               GO TO P450-APURA-TAXA-FIM
           END-IF.
           PERFORM P455-LE-FECHAMENTO THRU P455-LE-FECHAMENTO-FIM
                   VARYING WS-INDICE-MES FROM 1 BY 1
                   UNTIL WS-INDICE-MES > WS-QT-MESES-HIST.
           IF WS-VL-EMITIDO-HIST IS GREATER THAN ZEROS THEN
               COMPUTE WS-TX-RECEBIMENTO ROUNDED =
                   WS-VL-RECEBIDO-HIST * 100 / WS-VL-EMITIDO-HIST
               IF WS-TX-RECEBIMENTO IS GREATER THAN 100 THEN
                   MOVE 100 TO WS-TX-RECEBIMENTO
               END-IF
           END-IF.
       P450-APURA-TAXA-FIM.
           EXIT.

       P455-LE-FECHAMENTO.
           COMPUTE WS-NR-MES-HIST = WS-NR-MES-INICIAL - WS-INDICE-MES.
           COMPUTE WS-CA-ANO = WS-NR-MES-HIST / 12.
           COMPUTE WS-CA-MES = WS-NR-MES-HIST - (WS-CA-ANO * 12) + 1.
           MOVE WS-COMPETENCIA-AUX TO COMPETENCIA-FECH.
           READ FECHAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FL-FECHADA-SIM THEN
                       ADD 1 TO WS-QT-FECHAMENTOS
                       ADD VL-EMITIDO-FECH  TO WS-VL-EMITIDO-HIST
                       ADD VL-RECEBIDO-FECH TO WS-VL-RECEBIDO-HIST
                   END-IF
           END-READ.
       P455-LE-FECHAMENTO-FIM.

      *COBRANCA EM ABERTO ENTRA PELO SALDO (FACE MAIS ENCARGOS MENOS
      *O JA PAGO EM BAIXA PARCIAL) NO MES DO VENCIMENTO, OU NO VENCIDO
      *SE VENCEU ANTES DO MES CORRENTE.
       P410-LE-COBRANCA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
                   GO TO P410-LE-COBRANCA-FIM
           END-READ.
           IF DT-PAGAMENTO IS GREATER THAN ZEROS OR
              ST-COBRANCA-CANCELADA OR ST-COBRANCA-PERDA THEN
               GO TO P410-LE-COBRANCA-FIM
           END-IF.
           IF NR-ACORDO IS GREATER THAN ZEROS AND
              WS-FS-ACO-OK THEN
               MOVE NR-ACORDO TO NR-ACORDO-PLANO
               READ ACORDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-ACORDO-VIGENTE OR ST-ACORDO-QUITADO THEN
                           GO TO P410-LE-COBRANCA-FIM
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-VL-SALDO-COBR = VL-MENSALIDADE + VL-MULTA
                                    + VL-JUROS - VL-PAGO.
           IF WS-VL-SALDO-COBR IS NOT GREATER THAN ZEROS THEN
               GO TO P410-LE-COBRANCA-FIM
           END-IF.
           MOVE ID-ALUNO OF CH-MENSALIDADE TO ID-ALUNO OF REG-ALUNO.
           PERFORM P460-BUSCA-CURSO THRU P460-BUSCA-CURSO-FIM.
           MOVE DT-VENCIMENTO TO WS-DT-VENC-AUX.
           PERFORM P465-MES-PREVISAO THRU P465-MES-PREVISAO-FIM.
           IF WS-DESLOCAMENTO IS LESS THAN ZEROS THEN
               ADD WS-VL-SALDO-COBR
                   TO WS-TB-VL-VENCIDO (WS-CURSO-ALUNO)
               GO TO P410-LE-COBRANCA-FIM
           END-IF.
           IF WS-MES-PREVISAO IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-QTD-COBRANCAS
               ADD WS-VL-SALDO-COBR TO WS-TB-VL-COBRANCA
                   (WS-CURSO-ALUNO, WS-MES-PREVISAO)
           END-IF.
       P410-LE-COBRANCA-FIM.
           EXIT.

      *ACORDO VIGENTE: CADA PARCELA QUE FALTA PAGAR VENCE NO MES DA
      *PRIMEIRA PARCELA MAIS A ORDEM DELA (MESMA CONTA DO NTFINACO).
      *PARCELA JA VENCIDA DE ACORDO AINDA NAO QUEBRADO VAI PARA O
      *VENCIDO.
       P430-LE-ACORDO.
           READ ACORDO NEXT RECORD
               AT END
                   SET WS-EOF-ACORDO-OK TO TRUE
                   GO TO P430-LE-ACORDO-FIM
           END-READ.
           IF NOT ST-ACORDO-VIGENTE THEN
               GO TO P430-LE-ACORDO-FIM
           END-IF.
           MOVE ID-ALUNO-ACORDO TO ID-ALUNO OF REG-ALUNO.
           PERFORM P460-BUSCA-CURSO THRU P460-BUSCA-CURSO-FIM.
           PERFORM P435-PREVE-PARCELA THRU P435-PREVE-PARCELA-FIM
                   VARYING WS-NR-PARCELA FROM 1 BY 1
                   UNTIL WS-NR-PARCELA > QT-PARCELAS-ACORDO.
       P430-LE-ACORDO-FIM.
           EXIT.

       P435-PREVE-PARCELA.
           IF WS-NR-PARCELA IS NOT GREATER THAN QT-PARCELAS-PAGAS THEN
               GO TO P435-PREVE-PARCELA-FIM
           END-IF.
           MOVE DT-PRIMEIRA-PARCELA TO WS-DT-VENC-AUX.
           COMPUTE WS-NR-MES-VENC = (WS-VA-ANO * 12) + WS-VA-MES - 1
                                  + WS-NR-PARCELA - 1.
           COMPUTE WS-VA-ANO = WS-NR-MES-VENC / 12.
           COMPUTE WS-VA-MES = WS-NR-MES-VENC - (WS-VA-ANO * 12) + 1.
           PERFORM P465-MES-PREVISAO THRU P465-MES-PREVISAO-FIM.
           IF WS-DESLOCAMENTO IS LESS THAN ZEROS THEN
               ADD VL-PARCELA-ACORDO
                   TO WS-TB-VL-VENCIDO (WS-CURSO-ALUNO)
               GO TO P435-PREVE-PARCELA-FIM
           END-IF.
           IF WS-MES-PREVISAO IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-QTD-PARCELAS
               ADD VL-PARCELA-ACORDO TO WS-TB-VL-ACORDO
                   (WS-CURSO-ALUNO, WS-MES-PREVISAO)
           END-IF.
       P435-PREVE-PARCELA-FIM.
           EXIT.

      *CURSO DO ALUNO (ID-ALUNO OF REG-ALUNO JA CARREGADO); SEM
      *CADASTRO OU SEM CURSO, ENTRADA 100.
       P460-BUSCA-CURSO.
           MOVE 100 TO WS-CURSO-ALUNO.
           READ ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ID-CURSO OF REG-ALUNO IS GREATER THAN ZEROS THEN
                       MOVE ID-CURSO OF REG-ALUNO TO WS-CURSO-ALUNO
                   END-IF
           END-READ.
       P460-BUSCA-CURSO-FIM.

      *MES DA PREVISAO DO VENCIMENTO EM WS-DT-VENC-AUX: DESLOCAMENTO
      *NEGATIVO E VENCIDO; ALEM DO HORIZONTE, WS-MES-PREVISAO ZERO.
       P465-MES-PREVISAO.
           MOVE ZEROS TO WS-MES-PREVISAO.
           COMPUTE WS-NR-MES-VENC = (WS-VA-ANO * 12) + WS-VA-MES - 1.
           COMPUTE WS-DESLOCAMENTO = WS-NR-MES-VENC - WS-NR-MES-INICIAL.
           IF WS-DESLOCAMENTO IS NOT LESS THAN ZEROS AND
              WS-DESLOCAMENTO IS LESS THAN WS-QT-MESES-PREVISAO THEN
               COMPUTE WS-MES-PREVISAO = WS-DESLOCAMENTO + 1
           END-IF.
       P465-MES-PREVISAO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTFINPRV'      TO WS-SP-RELATORIO.
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
           DISPLAY 'PREVISAO GUARDADA NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P440-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'PREVISAO DE RECEBIMENTOS EMITIDA EM ' WS-DH-DIA '/'
                  WS-DH-MES '/' WS-DH-ANO ' - ' WS-QT-MESES-PREVISAO
                  ' MES(ES) A PARTIR DE ' WS-DH-MES '/' WS-DH-ANO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-TX-RECEBIMENTO TO WS-MSK-TAXA.
           IF WS-QT-FECHAMENTOS EQUAL ZEROS THEN
               STRING 'TAXA DE RECEBIMENTO: ' WS-MSK-TAXA
                      '% (SEM FECHAMENTOS NOS ULTIMOS '
                      WS-QT-MESES-HIST ' MESES - PREVISAO PELO BRUTO)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING 'TAXA DE RECEBIMENTO: ' WS-MSK-TAXA
                      '% (RECEBIDO SOBRE EMITIDO EM '
                      WS-QT-FECHAMENTOS ' FECHAMENTO(S) DOS ULTIMOS '
                      WS-QT-MESES-HIST ' MESES)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '   MES          COBRANCAS         ACORDOS'
                  DELIMITED BY SIZE
                  '           BRUTO        PREVISTO'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

      *IMPRIME O BLOCO DE UM CURSO COM VALOR A RECEBER NO HORIZONTE OU
      *VENCIDO, E SOMA O CURSO NOS TOTAIS DA ESCOLA.
       P500-LISTA-CURSO.
           SET WS-TEM-MOVIMENTO-OK TO FALSE.
           IF WS-TB-VL-VENCIDO (WS-INDICE) IS GREATER THAN ZEROS THEN
               SET WS-TEM-MOVIMENTO-OK TO TRUE
           END-IF.
           PERFORM P505-VERIFICA-MES THRU P505-VERIFICA-MES-FIM
                   VARYING WS-INDICE-MES FROM 1 BY 1
                   UNTIL WS-INDICE-MES > WS-QT-MESES-PREVISAO.
           IF NOT WS-TEM-MOVIMENTO-OK THEN
               GO TO P500-LISTA-CURSO-FIM
           END-IF.
           IF WS-INDICE EQUAL 100 THEN
               MOVE 'ALUNOS SEM CURSO OU SEM CADASTRO' TO WS-LINHA-REL
           ELSE
               MOVE SPACES TO NM-CURSO
               MOVE WS-INDICE TO ID-CURSO OF REG-CURSO
               IF WS-FS-C-OK THEN
                   READ CURSO
                       INVALID KEY
                           MOVE 'CURSO SEM CADASTRO' TO NM-CURSO
                   END-READ
               ELSE
                   MOVE 'CURSO SEM CADASTRO' TO NM-CURSO
               END-IF
               STRING 'CURSO ' ID-CURSO OF REG-CURSO ' - ' NM-CURSO
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ZEROS TO WS-VL-TOTAL-BRUTO.
           MOVE ZEROS TO WS-VL-TOTAL-PREVISTO.
           PERFORM P510-LISTA-MES-CURSO THRU P510-LISTA-MES-CURSO-FIM
                   VARYING WS-INDICE-MES FROM 1 BY 1
                   UNTIL WS-INDICE-MES > WS-QT-MESES-PREVISAO.
           MOVE WS-VL-TOTAL-BRUTO    TO WS-MSK-BRUTO.
           MOVE WS-VL-TOTAL-PREVISTO TO WS-MSK-PREVISTO.
           STRING '   TOTAL DO CURSO                          '
                  WS-MSK-BRUTO '  ' WS-MSK-PREVISTO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-TB-VL-VENCIDO (WS-INDICE) IS GREATER THAN ZEROS THEN
               MOVE WS-TB-VL-VENCIDO (WS-INDICE) TO WS-MSK-BRUTO
               STRING '   VENCIDO EM ABERTO (FORA DA PREVISAO)    '
                      WS-MSK-BRUTO
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               ADD WS-TB-VL-VENCIDO (WS-INDICE) TO WS-TT-VL-VENCIDO
           END-IF.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P500-LISTA-CURSO-FIM.
           EXIT.

       P505-VERIFICA-MES.
           IF WS-TB-VL-COBRANCA (WS-INDICE, WS-INDICE-MES) IS
                  GREATER THAN ZEROS OR
              WS-TB-VL-ACORDO (WS-INDICE, WS-INDICE-MES) IS
                  GREATER THAN ZEROS THEN
               SET WS-TEM-MOVIMENTO-OK TO TRUE
           END-IF.
       P505-VERIFICA-MES-FIM.

       P510-LISTA-MES-CURSO.
           ADD WS-TB-VL-COBRANCA (WS-INDICE, WS-INDICE-MES)
               TO WS-TT-VL-COBRANCA (WS-INDICE-MES).
           ADD WS-TB-VL-ACORDO (WS-INDICE, WS-INDICE-MES)
               TO WS-TT-VL-ACORDO (WS-INDICE-MES).
           MOVE WS-TB-VL-COBRANCA (WS-INDICE, WS-INDICE-MES)
                TO WS-MSK-COBRANCA.
           MOVE WS-TB-VL-ACORDO (WS-INDICE, WS-INDICE-MES)
                TO WS-MSK-ACORDO.
           COMPUTE WS-VL-BRUTO =
                   WS-TB-VL-COBRANCA (WS-INDICE, WS-INDICE-MES)
                 + WS-TB-VL-ACORDO (WS-INDICE, WS-INDICE-MES).
           PERFORM P520-GRAVA-LINHA-MES THRU P520-GRAVA-LINHA-MES-FIM.
       P510-LISTA-MES-CURSO-FIM.

      *LINHA DE UM MES: COBRANCAS, PARCELAS, BRUTO E O BRUTO AJUSTADO
      *PELA TAXA DE RECEBIMENTO (JA COM AS MASCARAS DE COBRANCA E
      *ACORDO PREENCHIDAS E O BRUTO EM WS-VL-BRUTO).
       P520-GRAVA-LINHA-MES.
           COMPUTE WS-VL-PREVISTO ROUNDED =
                   WS-VL-BRUTO * WS-TX-RECEBIMENTO / 100.
           ADD WS-VL-BRUTO    TO WS-VL-TOTAL-BRUTO.
           ADD WS-VL-PREVISTO TO WS-VL-TOTAL-PREVISTO.
           MOVE WS-VL-BRUTO    TO WS-MSK-BRUTO.
           MOVE WS-VL-PREVISTO TO WS-MSK-PREVISTO.
           COMPUTE WS-NR-MES-VENC = WS-NR-MES-INICIAL
                                  + WS-INDICE-MES - 1.
           COMPUTE WS-CA-ANO = WS-NR-MES-VENC / 12.
           COMPUTE WS-CA-MES = WS-NR-MES-VENC - (WS-CA-ANO * 12) + 1.
           STRING '   ' WS-CA-MES '/' WS-CA-ANO ' ' WS-MSK-COBRANCA
                  '  ' WS-MSK-ACORDO '  ' WS-MSK-BRUTO
                  '  ' WS-MSK-PREVISTO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P520-GRAVA-LINHA-MES-FIM.

      *RESUMO DA ESCOLA: OS MESES DA PREVISAO SOMADOS EM TODOS OS
      *CURSOS, O TOTAL DO PERIODO E O VENCIDO FORA DA PREVISAO.
       P600-RESUMO-ESCOLA.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'TOTAL DA ESCOLA' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ZEROS TO WS-VL-TOTAL-BRUTO.
           MOVE ZEROS TO WS-VL-TOTAL-PREVISTO.
           PERFORM P610-LISTA-MES-ESCOLA THRU P610-LISTA-MES-ESCOLA-FIM
                   VARYING WS-INDICE-MES FROM 1 BY 1
                   UNTIL WS-INDICE-MES > WS-QT-MESES-PREVISAO.
           MOVE WS-VL-TOTAL-BRUTO    TO WS-MSK-BRUTO.
           MOVE WS-VL-TOTAL-PREVISTO TO WS-MSK-PREVISTO.
           STRING '   TOTAL DO PERIODO                        '
                  WS-MSK-BRUTO '  ' WS-MSK-PREVISTO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-TT-VL-VENCIDO TO WS-MSK-BRUTO.
           STRING '   VENCIDO EM ABERTO (FORA DA PREVISAO)    '
                  WS-MSK-BRUTO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           DISPLAY 'PREVISAO DO PERIODO (AJUSTADA): ' WS-MSK-PREVISTO
           END-DISPLAY.
       P600-RESUMO-ESCOLA-FIM.

       P610-LISTA-MES-ESCOLA.
           MOVE WS-TT-VL-COBRANCA (WS-INDICE-MES) TO WS-MSK-COBRANCA.
           MOVE WS-TT-VL-ACORDO (WS-INDICE-MES)   TO WS-MSK-ACORDO.
           COMPUTE WS-VL-BRUTO = WS-TT-VL-COBRANCA (WS-INDICE-MES)
                               + WS-TT-VL-ACORDO (WS-INDICE-MES).
           PERFORM P520-GRAVA-LINHA-MES THRU P520-GRAVA-LINHA-MES-FIM.
       P610-LISTA-MES-ESCOLA-FIM.

       P420-FECHA-ARQ.
           CLOSE MENSALIDADE.
           CLOSE ALUNOS.
           CLOSE ACORDO.
           CLOSE FECHAMENTO.
           CLOSE CURSO.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS MENSALIDADE.: ' WS-FS-F
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS......: ' WS-FS-A
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTFINPRV.
