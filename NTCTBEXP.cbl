      *            TOTAL DE CONTROLE. A EXECUCAO E REGISTRADA NO
      *            JOBLOG VIA PGJOBLOG, COMO OS DEMAIS EXTRATORES.
      *            O CONTADOR DO ESCRITORIO PARA DE REDIGITAR O MES.
      * Update:    12/12/2022 - O RECEBIDO PASSA A INCLUIR O VALOR PAGO
      *            EM BAIXA PARCIAL DE COBRANCA AINDA EM ABERTO (VL-PAGO
      *            ACUMULADO).
      * Update:    16/01/2023 - NOVO EVENTO DP COM A SOMA DOS DESCONTOS
      *            DE PONTUALIDADE CONCEDIDOS NAS COBRANCAS QUITADAS DA
      *            COMPETENCIA (VL-DESCONTO-PONT), LANCADO COM AS CONTAS
      *            DO MAPA OU AS PADRAO.
      * Update:    06/02/2023 - NOVOS EVENTOS PE (SALDO BAIXADO POR
      *            PERDA NO MES PELO NTFINPER, VL-BAIXA-PERDA) E RP
      *            (RECUPERADO NO MES EM COBRANCA BAIXADA POR PERDA,
      *            VL-RECUPERADO-MES), APURADOS PELA DATA DA BAIXA E DA
      *            RECUPERACAO; O RECUPERADO SAI DO RC DA COMPETENCIA DE
      *            ORIGEM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-VL-MULTAS                PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-JUROS                 PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-CANCELADO             PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-DESC-PONT             PIC 9(09)V99 VALUE ZEROS.
      *BAIXA POR PERDA (NTFINPER) E RECUPERACAO SAO DO MES EM QUE
      *ACONTECERAM, QUALQUER QUE SEJA A COMPETENCIA DA COBRANCA.
       77  WS-VL-PERDA                 PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-RECUPERACAO           PIC 9(09)V99 VALUE ZEROS.

      *LINHA DE LANCAMENTO NO LAYOUT QUE O ESCRITORIO IMPORTA
      *(VALOR EM CENTAVOS, SEM VIRGULA).
           END-DISPLAY.
           INITIALIZE WS-FS-F WS-FS-CTB WS-FS-CON WS-COMPETENCIA
                      WS-VL-EMITIDO WS-VL-RECEBIDO WS-VL-MULTAS
                      WS-VL-JUROS WS-VL-CANCELADO WS-VL-DESC-PONT
                      WS-VL-PERDA WS-VL-RECUPERACAO WS-CD-EVENTO
                      WS-VL-EVENTO WS-QTD-LANCAMENTOS WS-QTD-LIDAS
                      WS-VALOR-CENTAVOS WS-TOTAL-CENTAVOS
                      WS-DATA-HORA-ATUAL
                       PERFORM P430-ACUMULA
                               THRU P430-ACUMULA-FIM
                   END-IF
                   IF ST-COBRANCA-PERDA THEN
                       PERFORM P440-ACUMULA-PERDA
                               THRU P440-ACUMULA-PERDA-FIM
                   END-IF
           END-READ.
       P410-LE-COBRANCA-FIM.

               GO TO P430-ACUMULA-FIM
           END-IF.
           ADD VL-MENSALIDADE TO WS-VL-EMITIDO.
      *NA COBRANCA BAIXADA POR PERDA SO O RECEBIDO ANTES DA BAIXA E
      *DA COMPETENCIA; O RECUPERADO DEPOIS SAI NO EVENTO RP.
           IF ST-COBRANCA-PERDA THEN
               COMPUTE WS-VL-RECEBIDO = WS-VL-RECEBIDO + VL-PAGO
                                      - VL-RECUPERADO
               GO TO P430-ACUMULA-FIM
           END-IF.
           ADD VL-PAGO TO WS-VL-RECEBIDO.
           IF DT-PAGAMENTO IS GREATER THAN ZEROS THEN
               ADD VL-MULTA TO WS-VL-MULTAS
               ADD VL-JUROS TO WS-VL-JUROS
               ADD VL-DESCONTO-PONT TO WS-VL-DESC-PONT
           END-IF.
       P430-ACUMULA-FIM.
           EXIT.

      *SALDO BAIXADO POR PERDA NO MES (EVENTO PE) E RECUPERADO NO MES
      *(EVENTO RP, O RECUPERADO NO MES DO ULTIMO RECEBIMENTO).
       P440-ACUMULA-PERDA.
           IF DT-BAIXA-PERDA (1:6) EQUAL WS-COMPETENCIA THEN
               ADD VL-BAIXA-PERDA TO WS-VL-PERDA
           END-IF.
           IF DT-RECUPERACAO (1:6) EQUAL WS-COMPETENCIA THEN
               ADD VL-RECUPERADO-MES TO WS-VL-RECUPERACAO
           END-IF.
       P440-ACUMULA-PERDA-FIM.
           EXIT.

      *UM LANCAMENTO POR EVENTO COM SOMA DIFERENTE DE ZERO, COM AS
      *CONTAS DO MAPA (OU AS PADRAO, QUANDO O EVENTO NAO TEM MAPA).
       P500-GRAVA-LANCAMENTOS.
           MOVE 'CA' TO WS-CD-EVENTO.
           MOVE WS-VL-CANCELADO TO WS-VL-EVENTO.
           PERFORM P520-GRAVA-EVENTO THRU P520-GRAVA-EVENTO-FIM.
           MOVE 'DP' TO WS-CD-EVENTO.
           MOVE WS-VL-DESC-PONT TO WS-VL-EVENTO.
           PERFORM P520-GRAVA-EVENTO THRU P520-GRAVA-EVENTO-FIM.
           MOVE 'PE' TO WS-CD-EVENTO.
           MOVE WS-VL-PERDA TO WS-VL-EVENTO.
           PERFORM P520-GRAVA-EVENTO THRU P520-GRAVA-EVENTO-FIM.
           MOVE 'RP' TO WS-CD-EVENTO.
           MOVE WS-VL-RECUPERACAO TO WS-VL-EVENTO.
           PERFORM P520-GRAVA-EVENTO THRU P520-GRAVA-EVENTO-FIM.
       P500-GRAVA-LANCAMENTOS-FIM.

       P520-GRAVA-EVENTO.
