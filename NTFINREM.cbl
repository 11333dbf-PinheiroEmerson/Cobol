      *            RENEGOCIACAO (NR-ACORDO MAIOR QUE ZERO) NAO SAI
      *            MAIS NA REMESSA: O PARCELAMENTO E COBRADO PELO
      *            NTFINACO, NAO PELO BANCO.
      * Update:    12/12/2022 - O VALOR REMETIDO AO BANCO PASSA A
      *            DESCONTAR O JA PAGO EM BAIXA PARCIAL (VL-PAGO) DA
      *            COBRANCA AINDA EM ABERTO.
      * Update:    16/01/2023 - A LINHA 1 PASSA A LEVAR A DATA LIMITE E
      *            O VALOR (EM CENTAVOS) DO DESCONTO DE PONTUALIDADE DA
      *            COBRANCA (PGDESPON), ZERADOS QUANDO O PRECO DO CURSO
      *            NAO PREVE DESCONTO, PARA O BANCO CONCEDER O
      *            ABATIMENTO. REGISTRO DA REMESSA AMPLIADO PARA 80
      *            POSICOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY CFPK0001.

       FD  REMESSA.
       01  REG-REMESSA                 PIC X(80).

       WORKING-STORAGE SECTION.

           03 WS-DT-NM-ALUNO           PIC X(20).
           03 WS-DT-VENCIMENTO         PIC 9(08).
           03 WS-DT-VALOR              PIC 9(07).
           03 WS-DT-DT-LIMITE-DESC     PIC 9(08).
           03 WS-DT-VL-DESCONTO        PIC 9(07).

       01  WS-LINHA-FECHAMENTO.
           03 FILLER                   PIC X(01) VALUE '9'.
       01  WS-VALOR-CENTAVOS           PIC 9(05)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-VALOR-CENTAVOS.
           03 WS-VALOR-SEM-VIRGULA     PIC 9(07).
       01  WS-DESCONTO-CENTAVOS        PIC 9(05)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-DESCONTO-CENTAVOS.
           03 WS-DESCONTO-SEM-VIRGULA  PIC 9(07).

      *AREA DA APURACAO DO DESCONTO DE PONTUALIDADE (PGDESPON): A
      *DATA LIMITE E O VALOR DO DESCONTO VAO NA LINHA 1 PARA O BANCO
      *CONCEDER O ABATIMENTO NO PAGAMENTO ATE A DATA.
       01  WS-PARM-DESPON.
           03 WS-PO-ID-CURSO           PIC 9(02).
           03 WS-PO-COMPETENCIA        PIC 9(06).
           03 WS-PO-DT-VENCIMENTO      PIC 9(08).
           03 WS-PO-VL-FACE            PIC 9(05)V99.
           03 WS-PO-PC-DESCONTO        PIC 9(03)V99.
           03 WS-PO-QT-DIAS            PIC 9(02).
           03 WS-PO-DT-LIMITE          PIC 9(08).
           03 WS-PO-VL-DESCONTO        PIC 9(05)V99.

      *VALOR A COBRAR NO BANCO: O FACE MENOS O JA PAGO EM BAIXA
      *PARCIAL (OS ENCARGOS DO ATRASO SAO APURADOS NO RETORNO).
       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.
       01  WS-TOTAL-CENTAVOS           PIC 9(09)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-TOTAL-CENTAVOS.
           03 WS-TOTAL-SEM-VIRGULA     PIC 9(11).
           MOVE COMPETENCIA                TO WS-DT-COMPETENCIA.
           MOVE ID-ALUNO OF CH-MENSALIDADE
                TO ID-ALUNO OF REG-ALUNO.
           MOVE ZEROS TO WS-PO-ID-CURSO.
           READ ALUNOS
               INVALID KEY
                   MOVE '(ALUNO SEM CADASTRO)'
                        TO WS-DT-NM-ALUNO
               NOT INVALID KEY
                   MOVE NM-ALUNO OF REG-ALUNO TO WS-DT-NM-ALUNO
                   MOVE ID-CURSO OF REG-ALUNO TO WS-PO-ID-CURSO
           END-READ.
           MOVE DT-VENCIMENTO    TO WS-DT-VENCIMENTO.
           COMPUTE WS-VL-SALDO-COBR = VL-MENSALIDADE - VL-PAGO.
           IF WS-VL-SALDO-COBR IS LESS THAN ZEROS THEN
               MOVE ZEROS TO WS-VL-SALDO-COBR
           END-IF.
           MOVE WS-VL-SALDO-COBR TO WS-VALOR-CENTAVOS.
           MOVE WS-VALOR-SEM-VIRGULA TO WS-DT-VALOR.
           ADD  WS-VL-SALDO-COBR TO WS-TOTAL-CENTAVOS.
           MOVE COMPETENCIA      TO WS-PO-COMPETENCIA.
           MOVE DT-VENCIMENTO    TO WS-PO-DT-VENCIMENTO.
           MOVE VL-MENSALIDADE   TO WS-PO-VL-FACE.
           CALL 'PGDESPON' USING WS-PARM-DESPON.
           MOVE WS-PO-DT-LIMITE  TO WS-DT-DT-LIMITE-DESC.
           MOVE WS-PO-VL-DESCONTO TO WS-DESCONTO-CENTAVOS.
           MOVE WS-DESCONTO-SEM-VIRGULA TO WS-DT-VL-DESCONTO.
           MOVE WS-LINHA-DETALHE TO REG-REMESSA.
           WRITE REG-REMESSA
           END-WRITE.
