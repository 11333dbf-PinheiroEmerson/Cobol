      *            OPERADOR E TOTAL GERAL PARA A CONFERENCIA DA
      *            GAVETA. O RELATORIO SAI NO SPOOL (PGSPOOL),
      *            CATALOGADO PARA REIMPRESSAO PELO NTSPLREP.
      * Update:    12/12/2022 - O VALOR RECEBIDO DE CADA BAIXA PASSA A
      *            SER O QUE O VL-PAGO DA COBRANCA SUBIU (IMAGEM-DEPOIS
      *            MENOS IMAGEM-ANTES), POR CAUSA DA BAIXA PARCIAL; O
      *            EXCEDENTE PAGO NO BALCAO, LANCADO COMO CREDITO NA
      *            CONTA CORRENTE (CTACOR), ENTRA NO CAIXA EM LINHA
      *            PROPRIA.
      * Update:    19/09/2023 - FECHAMENTO POR UNIDADE (CAMPUS): CADA
      *            RECEBIMENTO E DA UNIDADE DE LOTACAO DO OPERADOR QUE
      *            RECEBEU (A GAVETA FICA NO CAMPUS DELE, PGUNIDAD). O
      *            CAIXA PODE SER PEDIDO DE UMA UNIDADE OU DE TODAS
      *            (ZERO); SO ENTRAM AS UNIDADES EM QUE O OPERADOR ESTA
      *            AUTORIZADO. O RESUMO TRAZ SUBTOTAIS POR OPERADOR, POR
      *            UNIDADE E O TOTAL CONSOLIDADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY CFCFG001.

       77  WS-DT-CAIXA                 PIC 9(08) VALUE ZEROS.
       77  WS-CD-UNIDADE-CAIXA         PIC 9(02) VALUE ZEROS.

      *IMAGEM-DEPOIS DA COBRANCA, NO MESMO LAYOUT DE CFPK0008, PARA
      *EXTRAIR ALUNO, COMPETENCIA E VALOR PAGO DA LINHA DE AUDITORIA.
           03 WS-IMG-VL-MULTA          PIC 9(05)V99.
           03 WS-IMG-VL-JUROS          PIC 9(05)V99.

      *VALOR PAGO DA IMAGEM-ANTES: COM BAIXA PARCIAL, O RECEBIDO NO
      *CAIXA E SO O QUE O VL-PAGO ACUMULADO SUBIU NESTA BAIXA.
       01  WS-IMG-ANTES-VL-PAGO-X      PIC X(07) VALUE SPACES.
       01  FILLER REDEFINES WS-IMG-ANTES-VL-PAGO-X.
           03 WS-IMG-ANTES-VL-PAGO     PIC 9(05)V99.
       77  WS-VL-RECEBIDO              PIC 9(07)V99 VALUE ZEROS.

      *LANCAMENTO DA CONTA CORRENTE (CFPK0045) GRAVADO NA AUDITORIA:
      *O PAGAMENTO ALEM DO DEVIDO NO BALCAO TAMBEM ENTROU NO CAIXA.
       01  WS-IMAGEM-CTACOR.
           03 WS-IMC-ID-ALUNO          PIC 9(05).
           03 WS-IMC-NR-LANCTO         PIC 9(05).
           03 WS-IMC-DT-LANCTO         PIC 9(08).
           03 WS-IMC-TP-LANCTO         PIC X(01).
           03 WS-IMC-VL-LANCTO         PIC 9(07)V99.
           03 WS-IMC-ORIGEM            PIC X(10).
           03 WS-IMC-CH-COBRANCA       PIC X(12).
           03 WS-IMC-OPERADOR          PIC X(10).

      *SUBTOTAIS POR OPERADOR, ACUMULADOS NUMA UNICA PASSAGEM PELA
      *AUDITORIA (ATE 50 OPERADORES NUM DIA).
       01  WS-TABELA-OPERADORES.
           03 WS-QT-OPERADORES         PIC 9(02) VALUE ZEROS.
           03 WS-OPER-ENTRADA OCCURS 50 TIMES.
               05 WS-OP-ID             PIC X(10).
               05 WS-OP-UNIDADE        PIC 9(02).
               05 WS-OP-QTD            PIC 9(04).
               05 WS-OP-TOTAL          PIC 9(09)V99.

      *SUBTOTAIS POR UNIDADE (CAMPUS) E AUTORIZACAO DO OPERADOR QUE
      *TIRA O RELATORIO EM CADA UNIDADE (BRANCO = AINDA NAO
      *CONFERIDA NA PGUNIDAD).
       01  WS-TABELA-UNIDADES.
           03 WS-UNI-ENTRADA OCCURS 99 TIMES.
               05 WS-UNI-QTD           PIC 9(04).
               05 WS-UNI-TOTAL         PIC 9(09)V99.
       01  WS-TABELA-AUTORIZACAO.
           03 WS-AUT-UNIDADE           PIC X(01) OCCURS 99 TIMES.
       77  WS-IND-UNIDADE              PIC 9(02) VALUE ZEROS.
       77  WS-PGTO-VALIDO              PIC X.
           88 WS-PGTO-VALIDO-OK        VALUE 'S' FALSE 'N'.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD).
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).

       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(02) VALUE ZEROS.

                      WS-IMAGEM-COBRANCA WS-QT-OPERADORES WS-INDICE
                      WS-INDICE-ACHADO WS-QTD-PAGAMENTOS
                      WS-TOTAL-GERAL WS-LINHAS-SPOOL WS-LINHA-REL
                      WS-CD-UNIDADE-CAIXA WS-TABELA-UNIDADES
                      WS-TABELA-AUTORIZACAO WS-IND-UNIDADE
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-AUD-OK           TO FALSE.
           END-DISPLAY.
           ACCEPT WS-DT-CAIXA
           END-ACCEPT.
           DISPLAY 'INFORME A UNIDADE (ZERO = TODAS)........: '
           END-DISPLAY.
           ACCEPT WS-CD-UNIDADE-CAIXA
           END-ACCEPT.
           IF WS-CD-UNIDADE-CAIXA IS NOT NUMERIC THEN
               MOVE ZEROS TO WS-CD-UNIDADE-CAIXA
           END-IF.
           IF WS-CD-UNIDADE-CAIXA IS GREATER THAN ZEROS THEN
               MOVE WS-CD-UNIDADE-CAIXA TO WS-IND-UNIDADE
               PERFORM P475-CONFERE-AUTORIZACAO
                       THRU P475-CONFERE-AUTORIZACAO-FIM
               IF WS-AUT-UNIDADE (WS-IND-UNIDADE) NOT EQUAL 'A' THEN
                   DISPLAY 'UNIDADE NAO AUTORIZADA PARA O OPERADOR.'
                   END-DISPLAY
                   GO TO P200-PROCESSA-FIM
               END-IF
           END-IF.
           PERFORM P300-ABRE-SPOOL     THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           DISPLAY 'PAGAMENTOS NO CAIXA DO DIA: ' WS-QTD-PAGAMENTOS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'FECHAMENTO DE CAIXA DO DIA ' WS-DT-CAIXA
                  ' - UNIDADE ' WS-CD-UNIDADE-CAIXA
                  ' (00 = TODAS AS AUTORIZADAS)'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'HORA   OPERADOR   UN ALUNO NOME             '
                  DELIMITED BY SIZE
                  ' COMPET VALOR PAGO'
                  DELIMITED BY SIZE
                       PERFORM P450-LISTA-PAGAMENTO
                               THRU P450-LISTA-PAGAMENTO-FIM
                   END-IF
                   IF DT-AUDITORIA EQUAL WS-DT-CAIXA AND
                      NM-ARQUIVO-AUDITORIA EQUAL 'CTACOR' AND
                      TP-OPERACAO-AUDITORIA EQUAL 'CREDITO' THEN
                       PERFORM P455-LISTA-CREDITO
                               THRU P455-LISTA-CREDITO-FIM
                   END-IF
           END-READ.
       P410-LE-AUDITORIA-FIM.

       P450-LISTA-PAGAMENTO.
           MOVE DS-DEPOIS-AUDITORIA (1:62) TO WS-IMAGEM-COBRANCA.
           MOVE DS-ANTES-AUDITORIA (36:7)  TO WS-IMG-ANTES-VL-PAGO-X.
           IF WS-IMG-ANTES-VL-PAGO-X IS NOT NUMERIC THEN
               MOVE ZEROS TO WS-IMG-ANTES-VL-PAGO
           END-IF.
           IF WS-IMG-VL-PAGO > WS-IMG-ANTES-VL-PAGO THEN
               COMPUTE WS-VL-RECEBIDO =
                   WS-IMG-VL-PAGO - WS-IMG-ANTES-VL-PAGO
           ELSE
               MOVE ZEROS TO WS-VL-RECEBIDO
           END-IF.
           PERFORM P470-UNIDADE-PAGAMENTO
                   THRU P470-UNIDADE-PAGAMENTO-FIM.
           IF NOT WS-PGTO-VALIDO-OK THEN
               GO TO P450-LISTA-PAGAMENTO-FIM
           END-IF.
           ADD 1 TO WS-QTD-PAGAMENTOS.
           MOVE WS-IMG-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                        TO NM-ALUNO OF REG-ALUNO
           END-READ.
           STRING HR-AUDITORIA ' ' ID-OPERADOR-AUDITORIA ' '
                  WS-IND-UNIDADE ' ' WS-IMG-ID-ALUNO ' '
                  NM-ALUNO OF REG-ALUNO ' '
                  WS-IMG-COMPETENCIA ' ' WS-IMG-TP-COBRANCA
                  ' ' WS-VL-RECEBIDO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           ADD WS-VL-RECEBIDO TO WS-TOTAL-GERAL.
           PERFORM P460-ACUMULA-OPERADOR
                   THRU P460-ACUMULA-OPERADOR-FIM.
       P450-LISTA-PAGAMENTO-FIM.
           EXIT.

      *EXCEDENTE PAGO NO BALCAO (CREDITO DE ORIGEM PAGAMENTO NA
      *CONTA CORRENTE). O CREDITO DO RETORNO BANCARIO NAO PASSA PELA
      *GAVETA E FICA FORA.
       P455-LISTA-CREDITO.
           MOVE DS-DEPOIS-AUDITORIA (1:60) TO WS-IMAGEM-CTACOR.
           IF WS-IMC-ORIGEM NOT EQUAL 'PAGAMENTO' THEN
               GO TO P455-LISTA-CREDITO-FIM
           END-IF.
           MOVE WS-IMC-VL-LANCTO TO WS-VL-RECEBIDO.
           PERFORM P470-UNIDADE-PAGAMENTO
                   THRU P470-UNIDADE-PAGAMENTO-FIM.
           IF NOT WS-PGTO-VALIDO-OK THEN
               GO TO P455-LISTA-CREDITO-FIM
           END-IF.
           ADD 1 TO WS-QTD-PAGAMENTOS.
           MOVE WS-IMC-ID-ALUNO  TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE '(ALUNO SEM CADASTRO)'
                        TO NM-ALUNO OF REG-ALUNO
           END-READ.
           STRING HR-AUDITORIA ' ' ID-OPERADOR-AUDITORIA ' '
                  WS-IND-UNIDADE ' ' WS-IMC-ID-ALUNO ' '
                  NM-ALUNO OF REG-ALUNO ' '
                  'CREDITO  ' WS-VL-RECEBIDO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           ADD WS-VL-RECEBIDO TO WS-TOTAL-GERAL.
           PERFORM P460-ACUMULA-OPERADOR
                   THRU P460-ACUMULA-OPERADOR-FIM.
       P455-LISTA-CREDITO-FIM.
           EXIT.

      *SOMA O PAGAMENTO NA ENTRADA DO OPERADOR (JA LOCALIZADA NO
      *P470) E NA DA UNIDADE.
       P460-ACUMULA-OPERADOR.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-OP-QTD (WS-INDICE-ACHADO)
               ADD WS-VL-RECEBIDO TO WS-OP-TOTAL (WS-INDICE-ACHADO)
           END-IF.
           ADD 1 TO WS-UNI-QTD (WS-IND-UNIDADE).
           ADD WS-VL-RECEBIDO TO WS-UNI-TOTAL (WS-IND-UNIDADE).
       P460-ACUMULA-OPERADOR-FIM.

      *LOCALIZA (OU CRIA) A ENTRADA DO OPERADOR NA TABELA DE
      *SUBTOTAIS. NA CRIACAO, GUARDA A UNIDADE DE LOTACAO DELE.
       P462-LOCALIZA-OPERADOR.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P465-PROCURA-OPERADOR
                   THRU P465-PROCURA-OPERADOR-FIM
                        TO WS-OP-ID (WS-INDICE-ACHADO)
                   MOVE ZEROS TO WS-OP-QTD   (WS-INDICE-ACHADO)
                   MOVE ZEROS TO WS-OP-TOTAL (WS-INDICE-ACHADO)
                   PERFORM P472-LOTACAO-OPERADOR
                           THRU P472-LOTACAO-OPERADOR-FIM
                   MOVE WS-UN-LOTACAO
                        TO WS-OP-UNIDADE (WS-INDICE-ACHADO)
               END-IF
           END-IF.
       P462-LOCALIZA-OPERADOR-FIM.

       P465-PROCURA-OPERADOR.
           IF WS-OP-ID (WS-INDICE) EQUAL ID-OPERADOR-AUDITORIA THEN
           END-IF.
       P465-PROCURA-OPERADOR-FIM.

      *UNIDADE DO RECEBIMENTO = LOTACAO DO OPERADOR QUE RECEBEU.
      *FICA DE FORA O RECEBIMENTO DE OUTRA UNIDADE QUE NAO A PEDIDA
      *OU DE UNIDADE EM QUE O OPERADOR DO RELATORIO NAO ESTA
      *AUTORIZADO.
       P470-UNIDADE-PAGAMENTO.
           SET WS-PGTO-VALIDO-OK TO FALSE.
           PERFORM P462-LOCALIZA-OPERADOR
                   THRU P462-LOCALIZA-OPERADOR-FIM.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               MOVE WS-OP-UNIDADE (WS-INDICE-ACHADO) TO WS-IND-UNIDADE
           ELSE
               PERFORM P472-LOTACAO-OPERADOR
                       THRU P472-LOTACAO-OPERADOR-FIM
               MOVE WS-UN-LOTACAO TO WS-IND-UNIDADE
           END-IF.
           IF WS-IND-UNIDADE IS NOT NUMERIC
              OR WS-IND-UNIDADE EQUAL ZEROS THEN
               MOVE 01 TO WS-IND-UNIDADE
           END-IF.
           IF WS-CD-UNIDADE-CAIXA IS GREATER THAN ZEROS
              AND WS-CD-UNIDADE-CAIXA NOT EQUAL WS-IND-UNIDADE THEN
               GO TO P470-UNIDADE-PAGAMENTO-FIM
           END-IF.
           PERFORM P475-CONFERE-AUTORIZACAO
                   THRU P475-CONFERE-AUTORIZACAO-FIM.
           IF WS-AUT-UNIDADE (WS-IND-UNIDADE) EQUAL 'A' THEN
               SET WS-PGTO-VALIDO-OK TO TRUE
           END-IF.
       P470-UNIDADE-PAGAMENTO-FIM.
           EXIT.

       P472-LOTACAO-OPERADOR.
           MOVE ID-OPERADOR-AUDITORIA TO WS-UN-OPERADOR.
           MOVE ZEROS                 TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
       P472-LOTACAO-OPERADOR-FIM.

      *AUTORIZACAO DO OPERADOR DO RELATORIO NA UNIDADE
      *WS-IND-UNIDADE, CONFERIDA UMA VEZ POR UNIDADE.
       P475-CONFERE-AUTORIZACAO.
           IF WS-AUT-UNIDADE (WS-IND-UNIDADE) EQUAL SPACE THEN
               MOVE WS-COM-OPERADOR TO WS-UN-OPERADOR
               MOVE WS-IND-UNIDADE  TO WS-UN-UNIDADE
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
               MOVE WS-UN-SITUACAO
                    TO WS-AUT-UNIDADE (WS-IND-UNIDADE)
           END-IF.
       P475-CONFERE-AUTORIZACAO-FIM.

       P500-GRAVA-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P510-GRAVA-SUBTOTAL-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-OPERADORES.
           MOVE 'SUBTOTAIS POR UNIDADE:' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P515-GRAVA-SUBTOTAL-UNIDADE
                   THRU P515-GRAVA-SUBTOTAL-UNIDADE-FIM
                   VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > 98.
           STRING 'TOTAL CONSOLIDADO: ' WS-QTD-PAGAMENTOS
                  ' PAGAMENTO(S), VALOR ' WS-TOTAL-GERAL
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P500-GRAVA-TOTAIS-FIM.

      *OPERADOR SO COM RECEBIMENTOS FORA DO FILTRO NAO SAI.
       P510-GRAVA-SUBTOTAL.
           IF WS-OP-QTD (WS-INDICE) EQUAL ZEROS THEN
               GO TO P510-GRAVA-SUBTOTAL-FIM
           END-IF.
           STRING '   ' WS-OP-ID (WS-INDICE) ' UN '
                  WS-OP-UNIDADE (WS-INDICE) ' '
                  WS-OP-QTD (WS-INDICE) ' PAGAMENTO(S), VALOR '
                  WS-OP-TOTAL (WS-INDICE)
                  DELIMITED BY SIZE
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P510-GRAVA-SUBTOTAL-FIM.
           EXIT.

       P515-GRAVA-SUBTOTAL-UNIDADE.
           IF WS-UNI-QTD (WS-IND-UNIDADE) EQUAL ZEROS THEN
               GO TO P515-GRAVA-SUBTOTAL-UNIDADE-FIM
           END-IF.
           STRING '   UNIDADE ' WS-IND-UNIDADE ' '
                  WS-UNI-QTD (WS-IND-UNIDADE) ' PAGAMENTO(S), VALOR '
                  WS-UNI-TOTAL (WS-IND-UNIDADE)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P515-GRAVA-SUBTOTAL-UNIDADE-FIM.
           EXIT.

       P420-FECHA-ARQ.
           CLOSE AUDITORIA.
