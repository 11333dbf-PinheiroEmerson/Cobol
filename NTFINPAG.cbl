      *            DATA E VALOR PAGOS E REDERIVA A SITUACAO DE
      *            MENSALIDADE DO ALUNO A PARTIR DAS COBRANCAS EM
      *            ABERTO E VENCIDAS.
      * Update:    25/09/2023 - A AUDITORIA DA COBRANCA GRAVA A CHAVE
      *            INTEIRA DE MENSALIDADE (ALUNO, COMPETENCIA E TIPO), E
      *            NAO SO AS 10 PRIMEIRAS POSICOES, QUE MISTURAVAM MESES
      *            E TIPOS DE COBRANCA DO MESMO ALUNO. O NUMERO DO
      *            REGISTRO DE AUDITORIA SO E CONFIRMADO NO PGAUDELO
      *            (ACAO 'G') DEPOIS DO WRITE BEM-SUCEDIDO; WRITE QUE
      *            FALHA NAO CONSOME O NUMERO.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    06/03/2023 - ACEITA O TIPO B (MULTA DA BIBLIOTECA,
      *            NTBIBDEV) NA BAIXA POR TIPO DE COBRANCA.
      * Update:    13/02/2023 - COBRANCA NEGATIVADA NO BIRO (NTFINNEG)
      *            QUITADA FICA COM A EXCLUSAO PENDENTE (ST-NEGATIVACAO
      *            B E DT-BAIXA-NEGAT DE CFPK0008); A QUE SO TINHA O
      *            AVISO PREVIO TEM O AVISO DESFEITO.
      * Update:    06/02/2023 - COBRANCA BAIXADA POR PERDA (NTFINPER)
      *            PAGA DEPOIS E LANCADA COMO RECUPERACAO
      *            (VL-RECUPERADO, DT-RECUPERACAO E VL-RECUPERADO-MES DE
      *            CFPK0008), SEM A REGRA DE COMPETENCIA FECHADA; FICA
      *            FORA DA DISTRIBUICAO DO PAGAMENTO UNICO. A LINHA DE
      *            AUDITORIA SEGUE MENSALIDA/PAGAMENTO PARA O FECHAMENTO
      *            DE CAIXA.
      * Update:    16/01/2023 - MENSALIDADE FORA DE ACORDO PAGA ATE A
      *            DATA LIMITE DO DESCONTO DE PONTUALIDADE DA TABELA DE
      *            PRECOS (PGDESPON) TEM O DESCONTO ABATIDO DO DEVIDO;
      *            QUITADA, A COBRANCA GRAVA O DESCONTO CONCEDIDO EM
      *            VL-DESCONTO-PONT. VALE TAMBEM NA DISTRIBUICAO DE
      *            PAGAMENTO UNICO.
      * Update:    12/12/2022 - PAGAMENTO DIFERENTE DO DEVIDO DEIXA DE
      *            SUMIR EM VL-PAGO: O QUE PASSA DO SALDO DA COBRANCA
      *            VIRA CREDITO NA CONTA CORRENTE DO ALUNO
      *            (PGCTACOR/CTACOR.DAT, AUDITADO COMO CTACOR/CREDITO) E
      *            O PAGAMENTO MENOR SO ABATE, DEIXANDO A COBRANCA EM
      *            ABERTO PELA DIFERENCA. ANO DA COMPETENCIA ZERO
      *            DISTRIBUI UM PAGAMENTO UNICO PELAS COBRANCAS EM
      *            ABERTO MAIS ANTIGAS.
      * Update:    11/11/2022 - BAIXA EM COMPETENCIA FECHADA PELO
      *            NTFINFEC (FECHAMEN.DAT) PASSA A SER RECUSADA PARA
      *            OPERADOR COMUM; SUPERVISOR PODE FORCAR, COM O
      *CONTROLE ARQUIVO AUDITORIA
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.
       01  WS-REG-COBR-ANTES           PIC X(250) VALUE SPACES.
           03 WS-PG-ANO                PIC 9(04).
           03 WS-PG-MES                PIC 9(02).
           03 WS-PG-DIA                PIC 9(02).
       77  WS-VL-PAGO                  PIC 9(07)V99 VALUE ZEROS.

      *APLICACAO DO VALOR PAGO NA COBRANCA: O QUE COBRE O SALDO
      *DEVIDO BAIXA A COBRANCA E O EXCEDENTE (SOBRA) VIRA CREDITO NA
      *CONTA CORRENTE; O QUE NAO COBRE E SO ABATIDO (VL-PAGO) E A
      *COBRANCA SEGUE EM ABERTO PELA DIFERENCA.
       77  WS-VL-SALDO-COBR            PIC 9(07)V99 VALUE ZEROS.
       77  WS-VL-A-APLICAR             PIC 9(07)V99 VALUE ZEROS.
       77  WS-VL-SOBRA                 PIC 9(07)V99 VALUE ZEROS.
       77  WS-VL-DISPONIVEL            PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTD-DISTRIBUIDAS         PIC 9(03) VALUE ZEROS.
      *PAGAMENTO DE COBRANCA BAIXADA POR PERDA (NTFINPER) E
      *RECUPERACAO: O VALOR PAGO ANTES DA APLICACAO SEPARA O QUE FOI
      *RECUPERADO NESTA BAIXA.
       77  WS-VL-PAGO-ANTERIOR         PIC 9(05)V99 VALUE ZEROS.
       77  WS-VL-RECUPERADO            PIC 9(05)V99 VALUE ZEROS.
       77  WS-CH-COBR-CREDITO          PIC X(12) VALUE SPACES.

       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.

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

      *CALCULO DA MULTA E DOS JUROS DO PAGAMENTO EM ATRASO. AS TAXAS
      *VEM DO ARQUIVO DE PARAMETROS: MULTA FIXA EM CENTAVOS E JUROS
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

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           IF WS-CP-ANO EQUAL ZEROS THEN
               PERFORM P600-DISTRIBUI-PAGAMENTO
                       THRU P600-DISTRIBUI-PAGAMENTO-FIM
           ELSE
               PERFORM P440-LE-COBRANCA
                       THRU P440-LE-COBRANCA-FIM
           END-IF.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> PARA BAIXAR OUTRO PAGAMENTO, OU'
                   ' <S> PARA SAIR'
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO-ATUAL
           END-ACCEPT.
           DISPLAY 'ANO ZERO DISTRIBUI UM PAGAMENTO UNICO PELAS '
                   'COBRANCAS EM ABERTO MAIS ANTIGAS.'
           END-DISPLAY.
           DISPLAY 'INFORME O ANO DA COMPETENCIA (AAAA)....: '
           END-DISPLAY.
           ACCEPT WS-CP-ANO
           END-ACCEPT.
           IF WS-CP-ANO EQUAL ZEROS THEN
               GO TO P430-MONTA-TELA-FIM
           END-IF.
           DISPLAY 'INFORME O MES DA COMPETENCIA (MM)......: '
           END-DISPLAY.
           ACCEPT WS-CP-MES
           END-ACCEPT.
           DISPLAY 'TIPO (M=MENS T=MATR D=DOC R=REC B=BIBL): '
           END-DISPLAY.
           ACCEPT WS-TP-COBRANCA
           END-ACCEPT.
           IF WS-TP-COBRANCA NOT EQUAL 'T' AND
              WS-TP-COBRANCA NOT EQUAL 'D' AND
              WS-TP-COBRANCA NOT EQUAL 'R' AND
              WS-TP-COBRANCA NOT EQUAL 'B' THEN
               MOVE 'M' TO WS-TP-COBRANCA
           END-IF.
       P430-MONTA-TELA-FIM.
           EXIT.

      *COBRANCA BAIXADA POR PERDA NAO PASSA PELA REGRA DE
      *COMPETENCIA FECHADA: O RECEBIMENTO E RECUPERACAO, LANCADA NO
      *MES DO PAGAMENTO, SEM MEXER NA COMPETENCIA DE ORIGEM.
       P440-LE-COBRANCA.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE WS-COMPETENCIA    TO COMPETENCIA.
           MOVE WS-TP-COBRANCA    TO TP-COBRANCA.
                   DISPLAY 'COBRANCA NAO LOCALIZADA PARA ESTE ALUNO '
                           'NESTA COMPETENCIA.'
                   END-DISPLAY
                   GO TO P440-LE-COBRANCA-FIM
           END-READ.
           IF DT-PAGAMENTO IS GREATER THAN ZEROS THEN
               DISPLAY 'COBRANCA JA PAGA EM ' DT-PAGAMENTO
                       ' NO VALOR DE ' VL-PAGO '.'
               END-DISPLAY
               GO TO P440-LE-COBRANCA-FIM
           END-IF.
           IF ST-COBRANCA-CANCELADA THEN
               DISPLAY 'COBRANCA CANCELADA (VER '
                       'AUDITORIA). BAIXA RECUSADA.'
               END-DISPLAY
               GO TO P440-LE-COBRANCA-FIM
           END-IF.
           IF ST-COBRANCA-PERDA THEN
               DISPLAY 'COBRANCA BAIXADA POR PERDA EM ' DT-BAIXA-PERDA
                       '. O PAGAMENTO SERA LANCADO COMO RECUPERACAO.'
               END-DISPLAY
           ELSE
               PERFORM P445-VERIFICA-FECHAMENTO
                       THRU P445-VERIFICA-FECHAMENTO-FIM
               IF NOT WS-COMPETENCIA-LIVRE-OK THEN
                   GO TO P440-LE-COBRANCA-FIM
               END-IF
           END-IF.
           PERFORM P450-BAIXA-PAGAMENTO
                   THRU P450-BAIXA-PAGAMENTO-FIM.
       P440-LE-COBRANCA-FIM.
           EXIT.

           MOVE SPACES              TO DS-DEPOIS-AUDITORIA.
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
       P447-AUDITA-OVERRIDE-FIM.

       P450-BAIXA-PAGAMENTO.
           DISPLAY 'VENCIMENTO.............................: '
                   DT-VENCIMENTO
           END-DISPLAY.
           IF VL-PAGO IS GREATER THAN ZEROS THEN
               DISPLAY 'JA PAGO PARCIALMENTE...................: '
                       VL-PAGO
               END-DISPLAY
           END-IF.
           DISPLAY 'INFORME A DATA DO PAGAMENTO (AAAAMMDD).: '
           END-DISPLAY.
           ACCEPT WS-DT-PAGAMENTO
           END-DISPLAY.
           ACCEPT WS-VL-PAGO
           END-ACCEPT.
           IF WS-VL-PAGO EQUAL ZEROS THEN
               DISPLAY 'VALOR ZERO. NADA BAIXADO.'
               END-DISPLAY
               GO TO P450-BAIXA-PAGAMENTO-FIM
           END-IF.
           MOVE REG-MENSALIDADE  TO WS-REG-COBR-ANTES.
           MOVE WS-VL-PAGO       TO WS-VL-A-APLICAR.
           PERFORM P470-APLICA-VALOR
                   THRU P470-APLICA-VALOR-FIM.
           MOVE CH-MENSALIDADE   TO WS-CH-COBR-CREDITO.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PAGAMENTO.'
                   END-DISPLAY
               NOT INVALID KEY
                   IF DT-PAGAMENTO IS GREATER THAN ZEROS THEN
                       DISPLAY 'PAGAMENTO BAIXADO COM SUCESSO.'
                       END-DISPLAY
                   ELSE
                       DISPLAY 'PAGAMENTO PARCIAL. SALDO EM ABERTO: '
                               WS-VL-SALDO-COBR
                       END-DISPLAY
                   END-IF
                   PERFORM P460-AUDITA-PAGAMENTO
                           THRU P460-AUDITA-PAGAMENTO-FIM
                   PERFORM P480-LANCA-CREDITO
                           THRU P480-LANCA-CREDITO-FIM
                   PERFORM P500-DERIVA-SITUACAO
                           THRU P500-DERIVA-SITUACAO-FIM
           END-REWRITE.
       P450-BAIXA-PAGAMENTO-FIM.
           EXIT.

      *REGISTRA NA AUDITORIA A BAIXA DO PAGAMENTO, COM AS IMAGENS
      *ANTES E DEPOIS DA COBRANCA E O OPERADOR DA SESSAO. E A LINHA
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'MENSALIDA'         TO NM-ARQUIVO-AUDITORIA.
           MOVE 'PAGAMENTO'         TO TP-OPERACAO-AUDITORIA.
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
       P460-AUDITA-PAGAMENTO-FIM.

      *PAGAMENTO APOS O VENCIMENTO: MULTA FIXA MAIS JUROS POR MES DE
           MOVE ZEROS TO WS-VL-MULTA-CALC.
           MOVE ZEROS TO WS-VL-JUROS-CALC.
           MOVE VL-MENSALIDADE TO WS-VL-DEVIDO.
           PERFORM P457-APURA-DESCONTO
                   THRU P457-APURA-DESCONTO-FIM.
           IF WS-DT-PAGAMENTO IS GREATER THAN DT-VENCIMENTO THEN
               MOVE DT-VENCIMENTO TO WS-DT-VENC-AUX
               COMPUTE WS-MESES-ATRASO =
           DISPLAY 'VALOR CORRIGIDO DEVIDO.................: '
                   WS-VL-DEVIDO
           END-DISPLAY.
      *O JA PAGO EM BAIXAS PARCIAIS ANTERIORES SAI DO DEVIDO.
           IF VL-PAGO IS GREATER THAN WS-VL-DEVIDO THEN
               MOVE ZEROS TO WS-VL-SALDO-COBR
           ELSE
               COMPUTE WS-VL-SALDO-COBR = WS-VL-DEVIDO - VL-PAGO
           END-IF.
           IF VL-PAGO IS GREATER THAN ZEROS THEN
               DISPLAY 'SALDO A PAGAR..........................: '
                       WS-VL-SALDO-COBR
               END-DISPLAY
           END-IF.
       P455-CALCULA-ENCARGOS-FIM.

      *DESCONTO DE PONTUALIDADE: SO PARA MENSALIDADE FORA DE ACORDO,
      *COM O PRECO DO CURSO NA COMPETENCIA PREVENDO DESCONTO E O
      *PAGAMENTO ATE A DATA LIMITE (REGRA CENTRAL NO PGDESPON). O
      *DEVIDO FICA LIQUIDO DO DESCONTO, QUE SO E GRAVADO NA COBRANCA
      *QUANDO ELA E QUITADA (P470).
       P457-APURA-DESCONTO.
           MOVE ZEROS TO WS-VL-DESC-PONT-CALC.
           IF NOT TP-COBRANCA-MENSALIDADE OR
              NR-ACORDO IS GREATER THAN ZEROS THEN
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
           DISPLAY 'DESCONTO DE PONTUALIDADE ' WS-PO-PC-DESCONTO
                   '% (ATE ' WS-PO-DT-LIMITE ').....: '
                   WS-VL-DESC-PONT-CALC
           END-DISPLAY.
       P457-APURA-DESCONTO-FIM.
           EXIT.

      *APLICA WS-VL-A-APLICAR NA COBRANCA LIDA. COBRINDO O SALDO
      *DEVIDO (WS-VL-SALDO-COBR, JA COM OS ENCARGOS) A COBRANCA E
      *BAIXADA NA DATA DO PAGAMENTO E O EXCEDENTE VOLTA EM
      *WS-VL-SOBRA; ABAIXO DELE O VALOR E SO ABATIDO EM VL-PAGO E A
      *COBRANCA SEGUE EM ABERTO PELA DIFERENCA.
       P470-APLICA-VALOR.
           MOVE ZEROS            TO WS-VL-SOBRA.
           MOVE VL-PAGO          TO WS-VL-PAGO-ANTERIOR.
           MOVE WS-VL-MULTA-CALC TO VL-MULTA.
           MOVE WS-VL-JUROS-CALC TO VL-JUROS.
           IF WS-VL-A-APLICAR IS LESS THAN WS-VL-SALDO-COBR THEN
               ADD WS-VL-A-APLICAR TO VL-PAGO
               SUBTRACT WS-VL-A-APLICAR FROM WS-VL-SALDO-COBR
           ELSE
               ADD WS-VL-SALDO-COBR TO VL-PAGO
               COMPUTE WS-VL-SOBRA =
                   WS-VL-A-APLICAR - WS-VL-SALDO-COBR
               MOVE ZEROS           TO WS-VL-SALDO-COBR
               MOVE WS-DT-PAGAMENTO TO DT-PAGAMENTO
               MOVE WS-VL-DESC-PONT-CALC TO VL-DESCONTO-PONT
               PERFORM P476-BAIXA-NEGATIVACAO
                       THRU P476-BAIXA-NEGATIVACAO-FIM
           END-IF.
           IF ST-COBRANCA-PERDA THEN
               PERFORM P475-LANCA-RECUPERACAO
                       THRU P475-LANCA-RECUPERACAO-FIM
           END-IF.
       P470-APLICA-VALOR-FIM.

      *O QUE ENTROU NESTA BAIXA EM COBRANCA BAIXADA POR PERDA E
      *RECUPERACAO: SOMA NO TOTAL RECUPERADO E NO RECUPERADO DO MES DO
      *PAGAMENTO (QUE RECOMECA QUANDO O MES MUDA), BASE DO EVENTO RP
      *DA EXPORTACAO CONTABIL (NTCTBEXP).
       P475-LANCA-RECUPERACAO.
           COMPUTE WS-VL-RECUPERADO = VL-PAGO - WS-VL-PAGO-ANTERIOR.
           ADD WS-VL-RECUPERADO TO VL-RECUPERADO.
           IF DT-RECUPERACAO (1:6) EQUAL WS-DT-PAGAMENTO (1:6) THEN
               ADD WS-VL-RECUPERADO  TO VL-RECUPERADO-MES
           ELSE
               MOVE WS-VL-RECUPERADO TO VL-RECUPERADO-MES
           END-IF.
           MOVE WS-DT-PAGAMENTO TO DT-RECUPERACAO.
           DISPLAY 'RECUPERACAO DE PERDA LANCADA...........: '
                   WS-VL-RECUPERADO
           END-DISPLAY.
       P475-LANCA-RECUPERACAO-FIM.

      *COBRANCA QUITADA QUE ESTA NEGATIVADA NO BIRO FICA COM A
      *EXCLUSAO PENDENTE A PARTIR DA DATA DO PAGAMENTO (O PRAZO LEGAL
      *CORRE DAI), PARA O PROXIMO LOTE DO NTFINNEG; SE SO HAVIA O
      *AVISO PREVIO, O AVISO E DESFEITO.
       P476-BAIXA-NEGATIVACAO.
           IF ST-NEGAT-INCLUIDA THEN
               SET ST-NEGAT-A-EXCLUIR TO TRUE
               MOVE WS-DT-PAGAMENTO TO DT-BAIXA-NEGAT
               DISPLAY 'COBRANCA NEGATIVADA: EXCLUSAO NO BIRO PENDENTE'
                       ' (NTFINNEG).'
               END-DISPLAY
           END-IF.
           IF ST-NEGAT-AVISADA THEN
               MOVE SPACES TO ST-NEGATIVACAO
           END-IF.
       P476-BAIXA-NEGATIVACAO-FIM.

      *O VALOR PAGO ALEM DO DEVIDO VAI PARA A CONTA CORRENTE DO
      *ALUNO (PGCTACOR) COMO CREDITO, QUE O NTFINABR ABATE DA PROXIMA
      *COBRANCA GERADA. O LANCAMENTO E AUDITADO (CTACOR/CREDITO) E E
      *DESSA LINHA QUE O NTFINCAI SOMA O EXCEDENTE RECEBIDO NO CAIXA.
       P480-LANCA-CREDITO.
           IF WS-VL-SOBRA EQUAL ZEROS THEN
               GO TO P480-LANCA-CREDITO-FIM
           END-IF.
           MOVE 'C'                 TO WS-CC-ACAO.
           MOVE WS-ID-ALUNO-ATUAL   TO WS-CC-ID-ALUNO.
           MOVE WS-VL-SOBRA         TO WS-CC-VALOR.
           MOVE 'PAGAMENTO'         TO WS-CC-ORIGEM.
           MOVE WS-CH-COBR-CREDITO  TO WS-CC-CH-COBRANCA.
           MOVE WS-COM-OPERADOR     TO WS-CC-OPERADOR.
           CALL 'PGCTACOR' USING WS-PARM-CTACOR.
           IF WS-CC-VALOR IS GREATER THAN ZEROS THEN
               DISPLAY 'EXCEDENTE LANCADO COMO CREDITO.........: '
                       WS-CC-VALOR
               END-DISPLAY
               DISPLAY 'SALDO CREDOR DO ALUNO..................: '
                       WS-CC-SALDO
               END-DISPLAY
               PERFORM P485-AUDITA-CREDITO
                       THRU P485-AUDITA-CREDITO-FIM
           ELSE
               DISPLAY 'ERRO AO LANCAR O CREDITO DE ' WS-VL-SOBRA
                       ' NA CONTA CORRENTE (CTACOR.DAT).'
               END-DISPLAY
           END-IF.
       P480-LANCA-CREDITO-FIM.
           EXIT.

       P485-AUDITA-CREDITO.
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
       P485-AUDITA-CREDITO-FIM.

      *PAGAMENTO UNICO (ANO DA COMPETENCIA ZERO): O VALOR E
      *DISTRIBUIDO PELAS COBRANCAS EM ABERTO DO ALUNO DA MAIS ANTIGA
      *PARA A MAIS NOVA (ORDEM DA CHAVE), BAIXANDO AS QUE COBRE E
      *ABATENDO NA PRIMEIRA QUE NAO COBRE. SOBRANDO VALOR, VIRA
      *CREDITO NA CONTA CORRENTE. COBRANCA CANCELADA OU CONSOLIDADA
      *EM ACORDO (PAGA PELAS PARCELAS DO PLANO) FICA DE FORA, ASSIM
      *COMO A BAIXADA POR PERDA (RECUPERACAO SO PELA BAIXA AVULSA).
       P600-DISTRIBUI-PAGAMENTO.
           DISPLAY 'INFORME A DATA DO PAGAMENTO (AAAAMMDD).: '
           END-DISPLAY.
           ACCEPT WS-DT-PAGAMENTO
           END-ACCEPT.
           DISPLAY 'INFORME O VALOR PAGO...................: '
           END-DISPLAY.
           ACCEPT WS-VL-PAGO
           END-ACCEPT.
           IF WS-VL-PAGO EQUAL ZEROS THEN
               DISPLAY 'VALOR ZERO. NADA BAIXADO.'
               END-DISPLAY
               GO TO P600-DISTRIBUI-PAGAMENTO-FIM
           END-IF.
           MOVE WS-VL-PAGO TO WS-VL-DISPONIVEL.
           MOVE ZEROS      TO WS-QTD-DISTRIBUIDAS.
           MOVE SPACES     TO WS-CH-COBR-CREDITO.
           SET WS-EOF-MENSALIDADE-OK TO FALSE.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE ZEROS             TO COMPETENCIA.
           MOVE SPACES            TO TP-COBRANCA.
           START MENSALIDADE KEY IS NOT LESS THAN CH-MENSALIDADE
               INVALID KEY
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
           END-START.
           PERFORM P610-LE-ABERTA THRU P610-LE-ABERTA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK
                      OR WS-VL-DISPONIVEL EQUAL ZEROS.
           DISPLAY 'COBRANCAS ATINGIDAS PELO PAGAMENTO.....: '
                   WS-QTD-DISTRIBUIDAS
           END-DISPLAY.
           MOVE WS-VL-DISPONIVEL TO WS-VL-SOBRA.
           PERFORM P480-LANCA-CREDITO
                   THRU P480-LANCA-CREDITO-FIM.
           PERFORM P500-DERIVA-SITUACAO
                   THRU P500-DERIVA-SITUACAO-FIM.
       P600-DISTRIBUI-PAGAMENTO-FIM.
           EXIT.

       P610-LE-ABERTA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO OF CH-MENSALIDADE NOT EQUAL
                          WS-ID-ALUNO-ATUAL THEN
                       SET WS-EOF-MENSALIDADE-OK TO TRUE
                   ELSE
                       IF DT-PAGAMENTO EQUAL ZEROS AND
                          NR-ACORDO EQUAL ZEROS AND
                          NOT ST-COBRANCA-CANCELADA AND
                          NOT ST-COBRANCA-PERDA THEN
                           PERFORM P620-APLICA-NA-COBRANCA
                                   THRU P620-APLICA-NA-COBRANCA-FIM
                       END-IF
                   END-IF
           END-READ.
       P610-LE-ABERTA-FIM.

      *A COMPETENCIA FECHADA SEGUE A MESMA REGRA DA BAIXA AVULSA:
      *OPERADOR COMUM PULA A COBRANCA, SUPERVISOR PODE FORCAR.
       P620-APLICA-NA-COBRANCA.
           MOVE COMPETENCIA TO WS-COMPETENCIA.
           PERFORM P445-VERIFICA-FECHAMENTO
                   THRU P445-VERIFICA-FECHAMENTO-FIM.
           IF NOT WS-COMPETENCIA-LIVRE-OK THEN
               GO TO P620-APLICA-NA-COBRANCA-FIM
           END-IF.
           DISPLAY 'COBRANCA ' COMPETENCIA ' TIPO ' TP-COBRANCA
                   ' VALOR ' VL-MENSALIDADE
                   ' VENCIMENTO ' DT-VENCIMENTO
           END-DISPLAY.
           PERFORM P455-CALCULA-ENCARGOS
                   THRU P455-CALCULA-ENCARGOS-FIM.
           MOVE REG-MENSALIDADE  TO WS-REG-COBR-ANTES.
           MOVE WS-VL-DISPONIVEL TO WS-VL-A-APLICAR.
           PERFORM P470-APLICA-VALOR
                   THRU P470-APLICA-VALOR-FIM.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PAGAMENTO DA '
                           'COMPETENCIA ' COMPETENCIA '.'
                   END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DISTRIBUIDAS
                   MOVE WS-VL-SOBRA    TO WS-VL-DISPONIVEL
                   MOVE CH-MENSALIDADE TO WS-CH-COBR-CREDITO
                   IF DT-PAGAMENTO IS GREATER THAN ZEROS THEN
                       DISPLAY '   BAIXADA.'
                       END-DISPLAY
                   ELSE
                       DISPLAY '   ABATIDA. SALDO EM ABERTO: '
                               WS-VL-SALDO-COBR
                       END-DISPLAY
                   END-IF
                   PERFORM P460-AUDITA-PAGAMENTO
                           THRU P460-AUDITA-PAGAMENTO-FIM
           END-REWRITE.
       P620-APLICA-NA-COBRANCA-FIM.
           EXIT.

      *REDERIVA A SITUACAO DE MENSALIDADE DO ALUNO EM
      *WS-ID-ALUNO-ATUAL PELA ROTINA PGSITMEN: INADIMPLENTE QUANDO
      *EXISTE AO MENOS UMA COBRANCA VENCIDA EM ABERTO NAO SUSPENSA
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
