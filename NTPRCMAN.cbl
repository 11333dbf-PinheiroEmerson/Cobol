      *            CURSO PRECISA EXISTIR EM CURSO.DAT. A ABERTURA DE
      *            COMPETENCIA (NTFINABR) DERIVA O VALOR DE CADA
      *            COBRANCA DESTA TABELA.
      * Update:    16/01/2023 - INCLUSAO/ALTERACAO PASSA A PEDIR O
      *            DESCONTO DE PONTUALIDADE DA COMPETENCIA (PERCENTUAL E
      *            DIAS ANTES DO VENCIMENTO), MOSTRADO TAMBEM NA
      *            LISTAGEM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-CP-MES                PIC 9(02).

       77  WS-VL-PRECO                 PIC 9(05)V99 VALUE ZEROS.
       77  WS-PC-DESC-PONT             PIC 9(03)V99 VALUE ZEROS.
       77  WS-QT-DIAS-PONT             PIC 9(02) VALUE ZEROS.

       77  WS-CURSO-EXISTE             PIC X.
           88 WS-CURSO-EXISTE-OK       VALUE 'S' FALSE 'N'.
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-P WS-FS-K WS-ID-CURSO
                      WS-COMPETENCIA WS-VL-PRECO WS-QTD-LISTADOS
                      WS-PC-DESC-PONT WS-QT-DIAS-PONT
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
               END-DISPLAY
               ACCEPT WS-VL-PRECO
               END-ACCEPT
               DISPLAY 'DESCONTO DE PONTUALIDADE (%)...........: '
               END-DISPLAY
               ACCEPT WS-PC-DESC-PONT
               END-ACCEPT
               DISPLAY 'DIAS ANTES DO VENCIMENTO P/ DESCONTO...: '
               END-DISPLAY
               ACCEPT WS-QT-DIAS-PONT
               END-ACCEPT
               MOVE WS-ID-CURSO TO ID-CURSO-PRECO
               MOVE WS-CP-ANO   TO CP-ANO-PRECO
               MOVE WS-CP-MES   TO CP-MES-PRECO
               MOVE WS-VL-PRECO TO VL-MENSALIDADE-CURSO
               MOVE WS-PC-DESC-PONT TO PC-DESC-PONTUALIDADE
               MOVE WS-QT-DIAS-PONT TO QT-DIAS-PONTUALIDADE
               WRITE REG-PRECO
                   INVALID KEY
                       REWRITE REG-PRECO
                       DISPLAY 'CURSO ' ID-CURSO-PRECO
                               ' COMPETENCIA ' COMPETENCIA-PRECO
                               ' VALOR ' VL-MENSALIDADE-CURSO
                               ' DESC.PONT. ' PC-DESC-PONTUALIDADE
                               '% ATE ' QT-DIAS-PONTUALIDADE
                               ' DIAS ANTES'
                       END-DISPLAY
                   END-IF
           END-READ.
