      *            CONCENTRA A REGRA DE SITUACAO (INCLUSIVE A
      *            SUSPENSAO DE COBRANCA CONSOLIDADA EM ACORDO DE
      *            RENEGOCIACAO VIGENTE - NTFINACO/ACORDO.DAT).
      * Update:    12/12/2022 - O VALOR PAGO PELO BANCO PASSA A SER
      *            APLICADO CONTRA O SALDO DEVIDO DA COBRANCA (FACE MAIS
      *            MULTA E JUROS DO PGPARLER, MENOS O JA ABATIDO): O
      *            EXCEDENTE VIRA CREDITO NA CONTA CORRENTE DO ALUNO
      *            (PGCTACOR/CTACOR.DAT) E O PAGAMENTO MENOR SO ABATE,
      *            DEIXANDO A COBRANCA EM ABERTO PELA DIFERENCA.
      * Update:    19/12/2022 - A BAIXA FEITA PELO RETORNO PASSA A SER
      *            REGISTRADA NA AUDITORIA (MENSALIDA/RETORNO, COM
      *            IMAGENS ANTES E DEPOIS), BASE DA CONCILIACAO BANCARIA
      *            DO NTFINCNC.
      * Update:    16/01/2023 - LIQUIDACAO DE MENSALIDADE FORA DE ACORDO
      *            ATE A DATA LIMITE DO DESCONTO DE PONTUALIDADE
      *            (PGDESPON) TEM O DESCONTO ABATIDO DO SALDO DEVIDO,
      *            COMO NA BAIXA MANUAL; QUITADA, A COBRANCA GRAVA O
      *            DESCONTO EM VL-DESCONTO-PONT.
      * Update:    06/02/2023 - LIQUIDACAO DE COBRANCA BAIXADA POR PERDA
      *            (NTFINPER) E LANCADA COMO RECUPERACAO (VL-RECUPERADO,
      *            DT-RECUPERACAO E VL-RECUPERADO-MES DE CFPK0008),
      *            CONTADA A PARTE NO RESUMO; A AUDITORIA SEGUE
      *            MENSALIDA/RETORNO PARA A CONCILIACAO BANCARIA.
      * Update:    13/02/2023 - COBRANCA NEGATIVADA NO BIRO (NTFINNEG)
      *            LIQUIDADA FICA COM A EXCLUSAO PENDENTE
      *            (ST-NEGATIVACAO B E DT-BAIXA-NEGAT DE CFPK0008),
      *            CONTADA NO RESUMO; A QUE SO TINHA O AVISO PREVIO TEM
      *            O AVISO DESFEITO.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    22/09/2023 - ANTES DA BAIXA O RETORNO.TXT PASSA PELO
      *            REGISTRO DE ARQUIVOS RECEBIDOS
      *            (PGREGENT/REGENTRA.DAT): O FECHAMENTO (LINHA 9) TEM
      *            DE CONFERIR COM A QUANTIDADE DE LINHAS 2 E O TOTAL
      *            PAGO, E O RETORNO JA PROCESSADO (MESMA ABERTURA OU
      *            MESMO CONTEUDO) SO E REPROCESSADO COM LIBERACAO DE
      *            SUPERVISOR. ARQUIVO RECUSADO NAO BAIXA NADA (JOB
      *            RECUSADO, RETURN-CODE 4).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Update:    25/09/2023 - CHAMADO PELOS DESPACHANTES DE LOTE (AREA
      *            DE LOTE PRESENTE), AVISA O PGREGENT QUE NAO HA
      *            OPERADOR NO TERMINAL (WS-RG-INTERATIVO 'N'): ARQUIVO
      *            JA PROCESSADO E RECUSADO SEM PERGUNTA E A RECUSA VAI
      *            PARA O LOG DE JOBS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-RT-DT-PAGAMENTO       PIC 9(08).
           03 WS-RT-VL-PAGO            PIC 9(07).
           03 FILLER                   PIC X(33).
      *LINHA 9 (FECHAMENTO) DO RETORNO: QUANTIDADE DE LINHAS 2 E O
      *TOTAL PAGO, EM CENTAVOS, CONFERIDOS CONTRA O CONTEUDO.
       01  FILLER REDEFINES WS-LINHA-RETORNO.
           03 FILLER                   PIC X(01).
           03 WS-FC-QTD                PIC 9(06).
           03 WS-FC-TOTAL              PIC 9(11).
           03 FILLER                   PIC X(42).

       01  WS-VALOR-CENTAVOS           PIC 9(05)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-VALOR-CENTAVOS.
           03 WS-VALOR-SEM-VIRGULA     PIC 9(07).

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.
       01  WS-REG-COBR-ANTES           PIC X(250) VALUE SPACES.

      *ENCARGOS DO PAGAMENTO EM ATRASO, COM AS MESMAS TAXAS DO
      *ARQUIVO DE PARAMETROS USADAS NA BAIXA MANUAL DO NTFINPAG.
       01  WS-DT-PAGAMENTO             PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DT-PAGAMENTO.
           03 WS-PG-ANO                PIC 9(04).
           03 WS-PG-MES                PIC 9(02).
           03 WS-PG-DIA                PIC 9(02).
       01  WS-DT-VENC-AUX              PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DT-VENC-AUX.
           03 WS-VC-ANO                PIC 9(04).
           03 WS-VC-MES                PIC 9(02).
           03 WS-VC-DIA                PIC 9(02).
       77  WS-MULTA-CENTAVOS           PIC 9(06) VALUE ZEROS.
       77  WS-PC-JUROS-MES             PIC 9(06) VALUE ZEROS.
       77  WS-MESES-ATRASO             PIC S9(04) VALUE ZEROS.
       77  WS-VL-MULTA-CALC            PIC 9(05)V99 VALUE ZEROS.
       77  WS-VL-JUROS-CALC            PIC 9(05)V99 VALUE ZEROS.
       77  WS-VL-DEVIDO                PIC 9(07)V99 VALUE ZEROS.

      *AREA DA APURACAO DO DESCONTO DE PONTUALIDADE (PGDESPON).
       01  WS-PARM-DESPON.
           03 WS-PO-ID-CURSO           PIC 9(02).
           03 WS-PO-COMPETENCIA        PIC 9(06).
           03 WS-PO-DT-VENCIMENTO      PIC 9(08).
           03 WS-PO-VL-FACE            PIC 9(05)V99.
           03 WS-PO-PC-DESCONTO        PIC 9(03)V99.
           03 WS-PO-QT-DIAS            PIC 9(02).
           03 WS-PO-DT-LIMITE          PIC 9(08).
           03 WS-PO-VL-DESCONTO        PIC 9(05)V99.
       77  WS-VL-DESC-PONT-CALC        PIC 9(05)V99 VALUE ZEROS.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *APLICACAO DO VALOR PAGO PELO BANCO NA COBRANCA: O QUE PASSA
      *DO SALDO DEVIDO VIRA CREDITO NA CONTA CORRENTE DO ALUNO; O
      *QUE NAO CHEGA A ELE SO ABATE E A COBRANCA SEGUE EM ABERTO.
       77  WS-VL-SALDO-COBR            PIC 9(07)V99 VALUE ZEROS.
       77  WS-VL-SOBRA                 PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTD-PARCIAIS             PIC 9(06) VALUE ZEROS.
       77  WS-QTD-CREDITOS             PIC 9(06) VALUE ZEROS.
      *LIQUIDACAO DE COBRANCA BAIXADA POR PERDA (NTFINPER) E
      *RECUPERACAO, COMO NA BAIXA MANUAL DO NTFINPAG.
       77  WS-VL-PAGO-ANTERIOR         PIC 9(05)V99 VALUE ZEROS.
       77  WS-VL-RECUPERADO            PIC 9(05)V99 VALUE ZEROS.
       77  WS-QTD-RECUPERACOES         PIC 9(06) VALUE ZEROS.

      *COBRANCAS NEGATIVADAS NO BIRO QUITADAS NESTE RETORNO, QUE
      *FICAM COM A EXCLUSAO PENDENTE PARA O NTFINNEG.
       77  WS-QTD-EXCL-NEGAT           PIC 9(06) VALUE ZEROS.

      *AREA DA CONTA CORRENTE DO ALUNO (PGCTACOR/CTACOR.DAT).
       01  WS-PARM-CTACOR.
           03 WS-CC-ACAO               PIC X(01).
           03 WS-CC-ID-ALUNO           PIC 9(05).
           03 WS-CC-VALOR              PIC 9(07)V99.
           03 WS-CC-ORIGEM             PIC X(10).
           03 WS-CC-CH-COBRANCA        PIC X(12).
           03 WS-CC-OPERADOR           PIC X(10).
           03 WS-CC-SALDO              PIC 9(07)V99.
           03 WS-CC-IMAGEM             PIC X(60).

       77  WS-ID-ALUNO-ATUAL           PIC 9(05) VALUE ZEROS.

           88 WS-FS-REJ-OK             VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

      *AREA DO REGISTRO DE ARQUIVOS RECEBIDOS (PGREGENT): PASSAGEM
      *PREVIA PELO ARQUIVO, CONFERENCIA E RESULTADO NO FIM.
       01  WS-PARM-REGENT.
           03 WS-RG-ACAO               PIC X(01).
           03 WS-RG-PROGRAMA           PIC X(08) VALUE 'NTFINRET'.
           03 WS-RG-ARQUIVO            PIC X(12) VALUE 'RETORNO.TXT'.
           03 WS-RG-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-RG-CABECALHO          PIC X(20) VALUE SPACES.
           03 WS-RG-CABECALHO-UNICO    PIC X(01) VALUE 'S'.
           03 WS-RG-LINHA              PIC X(250).
           03 WS-RG-QT-REGISTROS       PIC 9(07) VALUE ZEROS.
           03 WS-RG-NR-DIGITAL         PIC 9(09) VALUE ZEROS.
           03 WS-RG-QT-CONTEUDO        PIC 9(07) VALUE ZEROS.
           03 WS-RG-VL-CONTROLE        PIC 9(11)V99 VALUE ZEROS.
           03 WS-RG-TEM-RODAPE         PIC X(01) VALUE 'N'.
           03 WS-RG-QT-RODAPE          PIC 9(07) VALUE ZEROS.
           03 WS-RG-VL-RODAPE          PIC 9(11)V99 VALUE ZEROS.
           03 WS-RG-NR-REGISTRO        PIC 9(06) VALUE ZEROS.
           03 WS-RG-LIBERADO           PIC X(01) VALUE 'N'.
               88 WS-RG-LIBERADO-OK    VALUE 'S'.
           03 WS-RG-SITUACAO           PIC X(01) VALUE SPACES.
           03 WS-RG-QT-ACEITOS         PIC 9(07) VALUE ZEROS.
           03 WS-RG-QT-REJEITADOS      PIC 9(07) VALUE ZEROS.
           03 WS-RG-INTERATIVO         PIC X(01) VALUE 'S'.

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

      *AREA OPCIONAL DOS DESPACHANTES DE LOTE (NTEODRUN/NTAGNRUN): SO
      *A PRESENCA DELA INTERESSA - CHAMADO POR ELES, NAO HA OPERADOR
      *NO TERMINAL PARA LIBERAR O REPROCESSAMENTO.
       01  LK-PARM-LOTE.
           03 LK-LT-SIMULACAO          PIC X(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA LK-PARM-LOTE.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-RETORNO-OK       TO FALSE.
           MOVE 'N'                    TO WS-RG-LIBERADO.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-DH-INICIO-JOB.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE 'MULTA-ATRASO-CENT' TO WS-PL-NOME.
           MOVE 1000                TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR         TO WS-MULTA-CENTAVOS.
           MOVE 'JUROS-MES-PCT'     TO WS-PL-NOME.
           MOVE 1                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR         TO WS-PC-JUROS-MES.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.
               DISPLAY 'RETORNO.TXT NAO ENCONTRADO. NADA A PROCESSAR.'
               END-DISPLAY
               SET WS-EOF-RETORNO-OK TO TRUE
           ELSE
               PERFORM P300-REGISTRA-ENTRADA
                       THRU P300-REGISTRA-ENTRADA-FIM
           END-IF.
           OPEN I-O MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
           END-IF.
       P400-ABRE-ARQ-FIM.

      ******************************************************************
      *PASSAGEM PREVIA PELO RETORNO: QUANTIDADE, DIGITAL, ABERTURA,
      *LINHAS 2 E TOTAL PAGO, E O FECHAMENTO DO BANCO. O PGREGENT
      *CONFERE E REGISTRA; RECUSADO, O ARQUIVO NAO E REABERTO E NADA
      *E BAIXADO.
      ******************************************************************
       P300-REGISTRA-ENTRADA.
           MOVE ZEROS  TO WS-RG-QT-CONTEUDO WS-RG-VL-CONTROLE
                          WS-RG-QT-RODAPE WS-RG-VL-RODAPE.
           MOVE SPACES TO WS-RG-CABECALHO.
           MOVE 'N'    TO WS-RG-TEM-RODAPE.
           MOVE WS-COM-OPERADOR TO WS-RG-OPERADOR.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               MOVE 'N' TO WS-RG-INTERATIVO
           END-IF.
           MOVE 'I' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           PERFORM P305-SOMA-ENTRADA THRU P305-SOMA-ENTRADA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RETORNO-OK.
           CLOSE RETORNO.
           SET WS-EOF-RETORNO-OK TO FALSE.
           MOVE 'V' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           IF WS-RG-LIBERADO-OK THEN
               OPEN INPUT RETORNO
           ELSE
               DISPLAY 'RETORNO.TXT NAO PROCESSADO. CONSULTE OS '
                       'ARQUIVOS RECEBIDOS.'
               END-DISPLAY
               MOVE 'RECUSADO' TO WS-JL-STATUS
               MOVE 4 TO RETURN-CODE
               SET WS-EOF-RETORNO-OK TO TRUE
           END-IF.
       P300-REGISTRA-ENTRADA-FIM.

       P305-SOMA-ENTRADA.
           READ RETORNO
               AT END
                   SET WS-EOF-RETORNO-OK TO TRUE
               NOT AT END
                   MOVE REG-RETORNO TO WS-RG-LINHA WS-LINHA-RETORNO
                   MOVE 'L' TO WS-RG-ACAO
                   CALL 'PGREGENT' USING WS-PARM-REGENT
                   EVALUATE WS-RT-TIPO
                       WHEN '0'
                           MOVE WS-LINHA-RETORNO (2:20)
                                TO WS-RG-CABECALHO
                       WHEN '2'
                           ADD 1 TO WS-RG-QT-CONTEUDO
                           IF WS-RT-VL-PAGO IS NUMERIC THEN
                               COMPUTE WS-RG-VL-CONTROLE =
                                       WS-RG-VL-CONTROLE +
                                       (WS-RT-VL-PAGO / 100)
                           END-IF
                       WHEN '9'
                           MOVE 'S' TO WS-RG-TEM-RODAPE
                           IF WS-FC-QTD IS NUMERIC AND
                              WS-FC-TOTAL IS NUMERIC THEN
                               MOVE WS-FC-QTD TO WS-RG-QT-RODAPE
                               COMPUTE WS-RG-VL-RODAPE =
                                       WS-FC-TOTAL / 100
                           END-IF
                   END-EVALUATE
           END-READ.
       P305-SOMA-ENTRADA-FIM.

       P200-PROCESSA.
           PERFORM P410-LE-RETORNO THRU P410-LE-RETORNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RETORNO-OK.
           END-DISPLAY.
           DISPLAY 'PAGAMENTOS BAIXADOS...: ' WS-QTD-BAIXADAS
           END-DISPLAY.
           DISPLAY '  DOS QUAIS PARCIAIS..: ' WS-QTD-PARCIAIS
           END-DISPLAY.
           DISPLAY 'CREDITOS LANCADOS.....: ' WS-QTD-CREDITOS
           END-DISPLAY.
           DISPLAY 'RECUPERACOES DE PERDA.: ' WS-QTD-RECUPERACOES
           END-DISPLAY.
           IF WS-QTD-EXCL-NEGAT IS GREATER THAN ZEROS THEN
               DISPLAY 'EXCLUSOES NO BIRO PENDENTES (NTFINNEG): '
                       WS-QTD-EXCL-NEGAT
               END-DISPLAY
           END-IF.
           DISPLAY 'LINHAS REJEITADAS.....: ' WS-QTD-REJEITADAS
           END-DISPLAY.
       P200-PROCESSA-FIM.
       P440-BAIXA-LINHA-FIM.
           EXIT.

      *O VALOR PAGO PELO BANCO QUE COBRE O SALDO DEVIDO (FACE MAIS
      *ENCARGOS, MENOS O JA ABATIDO EM BAIXAS PARCIAIS) BAIXA A
      *COBRANCA E O EXCEDENTE VIRA CREDITO; ABAIXO DELE SO ABATE.
       P450-BAIXA-PAGAMENTO.
           MOVE WS-RT-DT-PAGAMENTO TO WS-DT-PAGAMENTO.
           MOVE WS-RT-VL-PAGO      TO WS-VALOR-SEM-VIRGULA.
           PERFORM P455-CALCULA-ENCARGOS
                   THRU P455-CALCULA-ENCARGOS-FIM.
           MOVE ZEROS              TO WS-VL-SOBRA.
           MOVE REG-MENSALIDADE    TO WS-REG-COBR-ANTES.
           MOVE VL-PAGO            TO WS-VL-PAGO-ANTERIOR.
           MOVE WS-VL-MULTA-CALC   TO VL-MULTA.
           MOVE WS-VL-JUROS-CALC   TO VL-JUROS.
           IF WS-VALOR-CENTAVOS IS LESS THAN WS-VL-SALDO-COBR THEN
               ADD WS-VALOR-CENTAVOS TO VL-PAGO
           ELSE
               ADD WS-VL-SALDO-COBR  TO VL-PAGO
               COMPUTE WS-VL-SOBRA =
                   WS-VALOR-CENTAVOS - WS-VL-SALDO-COBR
               MOVE WS-RT-DT-PAGAMENTO TO DT-PAGAMENTO
               MOVE WS-VL-DESC-PONT-CALC TO VL-DESCONTO-PONT
               PERFORM P466-BAIXA-NEGATIVACAO
                       THRU P466-BAIXA-NEGATIVACAO-FIM
           END-IF.
           IF ST-COBRANCA-PERDA THEN
               PERFORM P465-LANCA-RECUPERACAO
                       THRU P465-LANCA-RECUPERACAO-FIM
           END-IF.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   MOVE 'ERRO NA REGRAVACAO DA COBRANCA'
                           THRU P480-GRAVA-REJEITO-FIM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-BAIXADAS
                   IF DT-PAGAMENTO EQUAL ZEROS THEN
                       ADD 1 TO WS-QTD-PARCIAIS
                   END-IF
                   MOVE WS-RT-ID-ALUNO TO WS-ID-ALUNO-ATUAL
                   PERFORM P460-AUDITA-RETORNO
                           THRU P460-AUDITA-RETORNO-FIM
                   PERFORM P470-LANCA-CREDITO
                           THRU P470-LANCA-CREDITO-FIM
                   PERFORM P500-DERIVA-SITUACAO
                           THRU P500-DERIVA-SITUACAO-FIM
           END-REWRITE.
       P450-BAIXA-PAGAMENTO-FIM.

      *O QUE O BANCO PAGOU DE COBRANCA BAIXADA POR PERDA E
      *RECUPERACAO: SOMA NO TOTAL RECUPERADO E NO RECUPERADO DO MES DO
      *PAGAMENTO (QUE RECOMECA QUANDO O MES MUDA), BASE DO EVENTO RP
      *DA EXPORTACAO CONTABIL (NTCTBEXP).
       P465-LANCA-RECUPERACAO.
           COMPUTE WS-VL-RECUPERADO = VL-PAGO - WS-VL-PAGO-ANTERIOR.
           ADD WS-VL-RECUPERADO TO VL-RECUPERADO.
           IF DT-RECUPERACAO (1:6) EQUAL WS-RT-DT-PAGAMENTO (1:6) THEN
               ADD WS-VL-RECUPERADO  TO VL-RECUPERADO-MES
           ELSE
               MOVE WS-VL-RECUPERADO TO VL-RECUPERADO-MES
           END-IF.
           MOVE WS-RT-DT-PAGAMENTO TO DT-RECUPERACAO.
           ADD 1 TO WS-QTD-RECUPERACOES.
       P465-LANCA-RECUPERACAO-FIM.

      *COBRANCA NEGATIVADA NO BIRO LIQUIDADA PELO BANCO FICA COM A
      *EXCLUSAO PENDENTE DESDE A DATA DO PAGAMENTO, COMO NO NTFINPAG;
      *SE SO HAVIA O AVISO PREVIO, O AVISO E DESFEITO.
       P466-BAIXA-NEGATIVACAO.
           IF ST-NEGAT-INCLUIDA THEN
               SET ST-NEGAT-A-EXCLUIR TO TRUE
               MOVE WS-RT-DT-PAGAMENTO TO DT-BAIXA-NEGAT
               ADD 1 TO WS-QTD-EXCL-NEGAT
           END-IF.
           IF ST-NEGAT-AVISADA THEN
               MOVE SPACES TO ST-NEGATIVACAO
           END-IF.
       P466-BAIXA-NEGATIVACAO-FIM.

      *MULTA FIXA MAIS JUROS POR MES DE ATRASO SOBRE O VALOR DE FACE,
      *A MESMA CONTA DO NTFINPAG; O JA PAGO EM BAIXAS PARCIAIS
      *ANTERIORES SAI DO DEVIDO.
       P455-CALCULA-ENCARGOS.
           MOVE ZEROS TO WS-VL-MULTA-CALC.
           MOVE ZEROS TO WS-VL-JUROS-CALC.
           MOVE VL-MENSALIDADE TO WS-VL-DEVIDO.
           PERFORM P457-APURA-DESCONTO
                   THRU P457-APURA-DESCONTO-FIM.
           IF WS-DT-PAGAMENTO IS GREATER THAN DT-VENCIMENTO THEN
               MOVE DT-VENCIMENTO TO WS-DT-VENC-AUX
               COMPUTE WS-MESES-ATRASO =
                   ((WS-PG-ANO * 12) + WS-PG-MES)
                   - ((WS-VC-ANO * 12) + WS-VC-MES)
               IF WS-MESES-ATRASO IS LESS THAN 1 THEN
                   MOVE 1 TO WS-MESES-ATRASO
               END-IF
               COMPUTE WS-VL-MULTA-CALC =
                   WS-MULTA-CENTAVOS / 100
               COMPUTE WS-VL-JUROS-CALC ROUNDED =
                   VL-MENSALIDADE * WS-PC-JUROS-MES
                   * WS-MESES-ATRASO / 100
               COMPUTE WS-VL-DEVIDO =
                   VL-MENSALIDADE + WS-VL-MULTA-CALC
                   + WS-VL-JUROS-CALC
           END-IF.
           IF VL-PAGO IS GREATER THAN WS-VL-DEVIDO THEN
               MOVE ZEROS TO WS-VL-SALDO-COBR
           ELSE
               COMPUTE WS-VL-SALDO-COBR = WS-VL-DEVIDO - VL-PAGO
           END-IF.
       P455-CALCULA-ENCARGOS-FIM.

      *DESCONTO DE PONTUALIDADE, COM A MESMA REGRA DA BAIXA MANUAL DO
      *NTFINPAG: MENSALIDADE FORA DE ACORDO PAGA ATE A DATA LIMITE DO
      *PRECO DO CURSO NA COMPETENCIA (PGDESPON) TEM O DEVIDO LIQUIDO
      *DO DESCONTO, GRAVADO NA COBRANCA SO QUANDO ELA E QUITADA.
       P457-APURA-DESCONTO.
           MOVE ZEROS TO WS-VL-DESC-PONT-CALC.
           IF NR-ACORDO IS GREATER THAN ZEROS THEN
               GO TO P457-APURA-DESCONTO-FIM
           END-IF.
           MOVE ID-ALUNO OF CH-MENSALIDADE TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   GO TO P457-APURA-DESCONTO-FIM
           END-READ.
           MOVE ID-CURSO OF REG-ALUNO TO WS-PO-ID-CURSO.
           MOVE COMPETENCIA           TO WS-PO-COMPETENCIA.
           MOVE DT-VENCIMENTO         TO WS-PO-DT-VENCIMENTO.
           MOVE VL-MENSALIDADE        TO WS-PO-VL-FACE.
           CALL 'PGDESPON' USING WS-PARM-DESPON.
           IF WS-PO-DT-LIMITE EQUAL ZEROS OR
              WS-DT-PAGAMENTO IS GREATER THAN WS-PO-DT-LIMITE THEN
               GO TO P457-APURA-DESCONTO-FIM
           END-IF.
           MOVE WS-PO-VL-DESCONTO TO WS-VL-DESC-PONT-CALC.
           SUBTRACT WS-VL-DESC-PONT-CALC FROM WS-VL-DEVIDO.
       P457-APURA-DESCONTO-FIM.
           EXIT.

      *REGISTRA A BAIXA PELO BANCO NA AUDITORIA (OPERACAO RETORNO,
      *PARA NAO ENTRAR NO CAIXA DO BALCAO DO NTFINCAI), COM AS
      *IMAGENS ANTES E DEPOIS, BASE DA CONCILIACAO BANCARIA.
       P460-AUDITA-RETORNO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'MENSALIDA'         TO NM-ARQUIVO-AUDITORIA.
           MOVE 'RETORNO'           TO TP-OPERACAO-AUDITORIA.
           MOVE CH-MENSALIDADE      TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-COBR-ANTES   TO DS-ANTES-AUDITORIA.
           MOVE REG-MENSALIDADE     TO DS-DEPOIS-AUDITORIA.
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
       P460-AUDITA-RETORNO-FIM.

      *O EXCEDENTE PAGO PELO BANCO VAI PARA A CONTA CORRENTE DO
      *ALUNO (PGCTACOR) COMO CREDITO DE ORIGEM RETORNO, AUDITADO.
       P470-LANCA-CREDITO.
           IF WS-VL-SOBRA EQUAL ZEROS THEN
               GO TO P470-LANCA-CREDITO-FIM
           END-IF.
           MOVE 'C'                 TO WS-CC-ACAO.
           MOVE WS-ID-ALUNO-ATUAL   TO WS-CC-ID-ALUNO.
           MOVE WS-VL-SOBRA         TO WS-CC-VALOR.
           MOVE 'RETORNO'           TO WS-CC-ORIGEM.
           MOVE CH-MENSALIDADE      TO WS-CC-CH-COBRANCA.
           MOVE WS-COM-OPERADOR     TO WS-CC-OPERADOR.
           CALL 'PGCTACOR' USING WS-PARM-CTACOR.
           IF WS-CC-VALOR EQUAL ZEROS THEN
               DISPLAY 'ERRO AO LANCAR O CREDITO DE ' WS-VL-SOBRA
                       ' DO ALUNO ' WS-ID-ALUNO-ATUAL
                       ' NA CONTA CORRENTE (CTACOR.DAT).'
               END-DISPLAY
               GO TO P470-LANCA-CREDITO-FIM
           END-IF.
           ADD 1 TO WS-QTD-CREDITOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'CTACOR'            TO NM-ARQUIVO-AUDITORIA.
           MOVE 'CREDITO'           TO TP-OPERACAO-AUDITORIA.
           MOVE WS-CC-IMAGEM (1:10) TO CH-REGISTRO-AUDITORIA.
           MOVE SPACES              TO DS-ANTES-AUDITORIA.
           MOVE WS-CC-IMAGEM        TO DS-DEPOIS-AUDITORIA.
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
       P470-LANCA-CREDITO-FIM.
           EXIT.

       P480-GRAVA-REJEITO.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE WS-LINHA-RETORNO TO DS-LINHA-REJEITADA.
           MOVE REG-ALUNO           TO DS-DEPOIS-AUDITORIA.
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
       P530-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           MOVE WS-QTD-BAIXADAS   TO WS-JL-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADAS TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           IF WS-RG-LIBERADO-OK THEN
               MOVE 'C' TO WS-RG-SITUACAO
               IF WS-JL-STATUS EQUAL 'ABANDONADO' THEN
                   MOVE 'E' TO WS-RG-SITUACAO
               END-IF
               MOVE WS-QTD-BAIXADAS   TO WS-RG-QT-ACEITOS
               MOVE WS-QTD-REJEITADAS TO WS-RG-QT-REJEITADOS
               MOVE 'G' TO WS-RG-ACAO
               CALL 'PGREGENT' USING WS-PARM-REGENT
           END-IF.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
