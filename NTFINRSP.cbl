      *            DO ENVELOPE DE JANELA COMO NAS CARTAS DO
      *            NTALUCAR: UM ENVELOPE POR FAMILIA EM VEZ DE UMA
      *            CARTA POR ALUNO.
      * Update:    12/12/2022 - COBRANCA EM ABERTO PASSA A SAIR PELO
      *            SALDO DEVIDO (FACE MAIS ENCARGOS MENOS O JA PAGO EM
      *            BAIXA PARCIAL), E O EXTRATO MOSTRA O SALDO CREDOR DE
      *            CADA ALUNO NA CONTA CORRENTE (PGCTACOR) E O CREDITO
      *            DA FAMILIA NO RODAPE.
      * Update:    26/12/2022 - COBRANCA PAGA NO ANO CORRENTE COM NOTA
      *            FISCAL DE SERVICO JA EMITIDA (NFSE.DAT,
      *            NTFINNFS/NTFINNFR) PASSA A SAIR NO EXTRATO COM O
      *            NUMERO E A DATA DA NFS-E.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-F.

           SELECT NFSE
           ASSIGN TO WS-CAMINHO-NFSE
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-NFSE
           ALTERNATE RECORD KEY IS NR-RPS
           FILE  STATUS IS WS-FS-N.

           SELECT EXTRATO
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS LINE SEQUENTIAL
       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  NFSE.
           COPY CFPK0047.

       FD  EXTRATO.
       01  REG-EXTRATO                 PIC X(80).


       COPY CFCFG001.

      *O CONTROLE DE NFS-E PASSA DOS CINCO CAMINHOS DE CFCFG001.
       01  WS-CAMINHO-NFSE             PIC X(80) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
       77  WS-QT-ABERTAS-FAMILIA       PIC 9(03) VALUE ZEROS.
       77  WS-QTD-EXTRATOS             PIC 9(04) VALUE ZEROS.

      *SALDO EM ABERTO DA COBRANCA (FACE MAIS ENCARGOS MENOS O JA
      *PAGO EM BAIXA PARCIAL) E CREDITO DA FAMILIA NA CONTA CORRENTE
      *DOS ALUNOS (PGCTACOR/CTACOR.DAT), A SER USADO NAS PROXIMAS
      *COMPETENCIAS.
       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.
       77  WS-VL-SALDO-EDIT            PIC 9(05)V99 VALUE ZEROS.
       77  WS-CREDITO-FAMILIA          PIC 9(07)V99 VALUE ZEROS.
       01  WS-PARM-CTACOR.
           03 WS-CC-ACAO               PIC X(01).
           03 WS-CC-ID-ALUNO           PIC 9(05).
           03 WS-CC-VALOR              PIC 9(07)V99.
           03 WS-CC-ORIGEM             PIC X(10).
           03 WS-CC-CH-COBRANCA        PIC X(12).
           03 WS-CC-OPERADOR           PIC X(10).
           03 WS-CC-SALDO              PIC 9(07)V99.
           03 WS-CC-IMAGEM             PIC X(60).

       77  WS-LINHA                    PIC X(80) VALUE SPACES.

       77  WS-EOF-RESP                 PIC X.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-N                     PIC 99.
           88 WS-FS-N-OK               VALUE 0.
       77  WS-NFSE-ABERTO              PIC X.
           88 WS-NFSE-ABERTO-OK        VALUE 'S' FALSE 'N'.
       77  WS-FS-EXT                   PIC 99.
           88 WS-FS-EXT-OK             VALUE 0.

                  '\Modulo3\DesafioM3\EXTRATO.TXT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NFSE.DAT'      DELIMITED BY SIZE
                  INTO WS-CAMINHO-NFSE
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           IF NOT WS-FS-F-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *SEM NFSE.DAT (NENHUM LOTE DE RPS AINDA), O EXTRATO SAI SEM AS
      *NOTAS FISCAIS DOS PAGAMENTOS.
           SET WS-NFSE-ABERTO-OK TO FALSE.
           OPEN INPUT NFSE.
           IF WS-FS-N-OK THEN
               SET WS-NFSE-ABERTO-OK TO TRUE
           END-IF.
           OPEN OUTPUT EXTRATO.
       P400-ABRE-ARQ-FIM.

                    TO WS-ID-CONTATO-GRUPO
               MOVE ZEROS TO WS-TOTAL-FAMILIA
               MOVE ZEROS TO WS-QT-ABERTAS-FAMILIA
               MOVE ZEROS TO WS-CREDITO-FAMILIA
               PERFORM P510-CABECALHO-CONTATO
                       THRU P510-CABECALHO-CONTATO-FIM
               PERFORM P520-TRATA-ALUNO
                       THRU P530-CABECALHO-ALUNO-FIM
               PERFORM P540-LISTA-COBRANCAS
                       THRU P540-LISTA-COBRANCAS-FIM
               PERFORM P555-IMPRIME-CREDITO
                       THRU P555-IMPRIME-CREDITO-FIM
           END-IF.
       P520-TRATA-ALUNO-FIM.

                           PERFORM P550-IMPRIME-COBRANCA
                                   THRU P550-IMPRIME-COBRANCA-FIM
                       END-IF
                       IF DT-PAGAMENTO (1:4) EQUAL WS-DH-ANO THEN
                           PERFORM P552-IMPRIME-NFSE
                                   THRU P552-IMPRIME-NFSE-FIM
                       END-IF
                   END-IF
           END-READ.
       P545-LE-COBRANCA-FIM.

       P550-IMPRIME-COBRANCA.
           COMPUTE WS-VL-SALDO-COBR = VL-MENSALIDADE + VL-MULTA
                                    + VL-JUROS - VL-PAGO.
           IF WS-VL-SALDO-COBR IS LESS THAN ZEROS THEN
               MOVE ZEROS TO WS-VL-SALDO-COBR
           END-IF.
           MOVE WS-VL-SALDO-COBR TO WS-VL-SALDO-EDIT.
           ADD 1 TO WS-QT-ABERTAS-FAMILIA.
           ADD WS-VL-SALDO-COBR TO WS-TOTAL-FAMILIA.
           MOVE SPACES TO WS-LINHA.
           IF DT-VENCIMENTO IS LESS THAN WS-DH-DATA THEN
               STRING '   COMPETENCIA ' COMPETENCIA
                      ' TIPO ' TP-COBRANCA
                      ' VALOR ' WS-VL-SALDO-EDIT
                      ' VENC ' DT-VENCIMENTO ' (VENCIDA)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA
           ELSE
               STRING '   COMPETENCIA ' COMPETENCIA
                      ' TIPO ' TP-COBRANCA
                      ' VALOR ' WS-VL-SALDO-EDIT
                      ' VENC ' DT-VENCIMENTO
                      DELIMITED BY SIZE
                      INTO WS-LINHA
           END-WRITE.
       P550-IMPRIME-COBRANCA-FIM.

      *COBRANCA PAGA NO ANO CORRENTE COM NFS-E JA EMITIDA PELA
      *PREFEITURA (NTFINNFS/NTFINNFR): SAI COM O NUMERO DA NOTA, PARA
      *O RESPONSAVEL CONFERIR OS RECIBOS FISCAIS DO ANO.
       P552-IMPRIME-NFSE.
           IF NOT WS-NFSE-ABERTO-OK THEN
               GO TO P552-IMPRIME-NFSE-FIM
           END-IF.
           MOVE CH-MENSALIDADE TO CH-NFSE.
           READ NFSE
               INVALID KEY
                   GO TO P552-IMPRIME-NFSE-FIM
           END-READ.
           IF NOT ST-NFSE-EMITIDA THEN
               GO TO P552-IMPRIME-NFSE-FIM
           END-IF.
           MOVE VL-SERVICO-NFSE TO WS-VL-SALDO-EDIT.
           MOVE SPACES TO WS-LINHA.
           STRING '   COMPETENCIA ' COMPETENCIA
                  ' TIPO ' TP-COBRANCA
                  ' PAGO ' WS-VL-SALDO-EDIT
                  ' NFS-E ' FUNCTION TRIM (NR-NFSE)
                  ' DE ' DT-EMISSAO-NFSE
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-EXTRATO.
           WRITE REG-EXTRATO
           END-WRITE.
       P552-IMPRIME-NFSE-FIM.
           EXIT.

      *SALDO CREDOR DO ALUNO NA CONTA CORRENTE (PAGAMENTO ALEM DO
      *DEVIDO), QUE ABATE AS PROXIMAS COBRANCAS NA ABERTURA.
       P555-IMPRIME-CREDITO.
           MOVE 'S'               TO WS-CC-ACAO.
           MOVE WS-ID-ALUNO-ATUAL TO WS-CC-ID-ALUNO.
           MOVE ZEROS             TO WS-CC-VALOR.
           CALL 'PGCTACOR' USING WS-PARM-CTACOR.
           IF WS-CC-SALDO EQUAL ZEROS THEN
               GO TO P555-IMPRIME-CREDITO-FIM
           END-IF.
           ADD WS-CC-SALDO TO WS-CREDITO-FAMILIA.
           MOVE SPACES TO WS-LINHA.
           STRING '   SALDO CREDOR (CONTA CORRENTE): ' WS-CC-SALDO
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-EXTRATO.
           WRITE REG-EXTRATO
           END-WRITE.
       P555-IMPRIME-CREDITO-FIM.
           EXIT.

       P560-RODAPE.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO
           MOVE WS-LINHA TO REG-EXTRATO.
           WRITE REG-EXTRATO
           END-WRITE.
           IF WS-CREDITO-FAMILIA IS GREATER THAN ZEROS THEN
               MOVE SPACES TO WS-LINHA
               STRING 'CREDITO DA FAMILIA A ABATER NAS PROXIMAS '
                      'COBRANCAS: ' WS-CREDITO-FAMILIA
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               END-STRING
               MOVE WS-LINHA TO REG-EXTRATO
               WRITE REG-EXTRATO
               END-WRITE
           END-IF.
           MOVE 'PROCURE A SECRETARIA PARA REGULARIZACAO.'
                TO REG-EXTRATO.
           WRITE REG-EXTRATO
           CLOSE CONTATOS.
           CLOSE ALUNOS.
           CLOSE MENSALIDADE.
           IF WS-NFSE-ABERTO-OK THEN
               CLOSE NFSE
           END-IF.
           CLOSE EXTRATO.
       P420-FECHA-ARQ-FIM.

