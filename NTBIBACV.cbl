      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   MANUTENCAO DO ACERVO DA BIBLIOTECA (ACERVO.DAT):
      *            INCLUSAO DE EXEMPLAR (TITULO, AUTOR E NUMERO DO
      *            EXEMPLAR), ALTERACAO DE TITULO/AUTOR, BAIXA DE
      *            EXEMPLAR PERDIDO OU DESCARTADO E LISTAGEM DO ACERVO
      *            COM A SITUACAO DE CADA EXEMPLAR. EXEMPLAR NOVO DE
      *            TITULO COM FILA DE RESERVA JA NASCE SEPARADO PARA A
      *            RESERVA MAIS ANTIGA (PGBIBRES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTBIBACV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACERVO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ACERVO
           FILE  STATUS IS WS-FS-ACV.

       DATA DIVISION.
       FILE SECTION.
       FD  ACERVO.
           COPY CFPK0048.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       77  WS-ID-TITULO                PIC 9(05) VALUE ZEROS.
       77  WS-NR-EXEMPLAR              PIC 9(02) VALUE ZEROS.
       77  WS-NM-TITULO                PIC X(40) VALUE SPACES.
       77  WS-NM-AUTOR                 PIC X(30) VALUE SPACES.
       77  WS-CONFIRMA                 PIC X(01) VALUE SPACES.

       77  WS-QTD-LISTADOS             PIC 9(05) VALUE ZEROS.

      *AREA DO ATENDIMENTO DA FILA DE RESERVAS (PGBIBRES).
       01  WS-PARM-BIBRES.
           03 WS-BR-ID-TITULO          PIC 9(05).
           03 WS-BR-NR-EXEMPLAR        PIC 9(02).
           03 WS-BR-SEPARADO           PIC X(01).
               88 WS-BR-SEPARADO-SIM   VALUE 'S' FALSE 'N'.
           03 WS-BR-TP-LEITOR          PIC X(01).
           03 WS-BR-ID-LEITOR          PIC 9(05).
           03 WS-BR-DT-LIMITE          PIC 9(08).

       77  WS-EOF-ACV                  PIC X.
           88 WS-EOF-ACV-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-ACV                   PIC 99.
           88 WS-FS-ACV-OK             VALUE 0.

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
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM
                   UNTIL WS-OPCAO  EQUAL '9'.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-ACV WS-ID-TITULO WS-NR-EXEMPLAR
                      WS-NM-TITULO WS-NM-AUTOR WS-CONFIRMA
                      WS-QTD-LISTADOS WS-PARM-BIBRES
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ACERVO.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           OPEN I-O ACERVO.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-ACV-OK THEN
               OPEN OUTPUT ACERVO
           END-IF.
       P100-INICIO-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P500-INCLUI THRU P500-INCLUI-FIM
               WHEN '2'
                   PERFORM P510-ALTERA THRU P510-ALTERA-FIM
               WHEN '3'
                   PERFORM P520-BAIXA  THRU P520-BAIXA-FIM
               WHEN '4'
                   PERFORM P530-LISTA  THRU P530-LISTA-FIM
               WHEN '9'
                   DISPLAY 'ACERVO ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '**** ACERVO DA BIBLIOTECA *****'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - INCLUIR EXEMPLAR       |'.
           DISPLAY '|<2> - ALTERAR TITULO/AUTOR   |'.
           DISPLAY '|<3> - BAIXAR EXEMPLAR        |'.
           DISPLAY '|<4> - LISTAR ACERVO          |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

       P410-PEDE-EXEMPLAR.
           DISPLAY 'INFORME O CODIGO DO TITULO.............: '
           END-DISPLAY.
           ACCEPT WS-ID-TITULO
           END-ACCEPT.
           DISPLAY 'O NUMERO DO EXEMPLAR...................: '
           END-DISPLAY.
           ACCEPT WS-NR-EXEMPLAR
           END-ACCEPT.
           MOVE WS-ID-TITULO   TO ID-TITULO.
           MOVE WS-NR-EXEMPLAR TO NR-EXEMPLAR.
       P410-PEDE-EXEMPLAR-FIM.

      *EXEMPLAR NOVO ENTRA DISPONIVEL, SALVO SE O TITULO TIVER FILA
      *DE RESERVA: AI JA FICA SEPARADO PARA A RESERVA MAIS ANTIGA.
       P500-INCLUI.
           PERFORM P410-PEDE-EXEMPLAR THRU P410-PEDE-EXEMPLAR-FIM.
           IF WS-ID-TITULO EQUAL ZEROS OR
              WS-NR-EXEMPLAR EQUAL ZEROS THEN
               DISPLAY 'TITULO E EXEMPLAR DEVEM SER MAIORES QUE ZERO.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           READ ACERVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'EXEMPLAR JA CADASTRADO. USE A OPCAO 2.'
                   END-DISPLAY
                   GO TO P500-INCLUI-FIM
           END-READ.
           DISPLAY 'TITULO.................................: '
           END-DISPLAY.
           ACCEPT WS-NM-TITULO
           END-ACCEPT.
           DISPLAY 'AUTOR..................................: '
           END-DISPLAY.
           ACCEPT WS-NM-AUTOR
           END-ACCEPT.
           MOVE WS-ID-TITULO   TO ID-TITULO.
           MOVE WS-NR-EXEMPLAR TO NR-EXEMPLAR.
           MOVE WS-NM-TITULO   TO NM-TITULO.
           MOVE WS-NM-AUTOR    TO NM-AUTOR.
           MOVE WS-DH-DATA     TO DT-INCLUSAO-ACERVO.
           MOVE ZEROS          TO DT-BAIXA-ACERVO.
           MOVE WS-ID-TITULO   TO WS-BR-ID-TITULO.
           MOVE WS-NR-EXEMPLAR TO WS-BR-NR-EXEMPLAR.
           CALL 'PGBIBRES' USING WS-PARM-BIBRES.
           IF WS-BR-SEPARADO-SIM THEN
               SET ST-EXEMPLAR-RESERVADO  TO TRUE
           ELSE
               SET ST-EXEMPLAR-DISPONIVEL TO TRUE
           END-IF.
           WRITE REG-ACERVO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O EXEMPLAR.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'EXEMPLAR INCLUIDO.'
                   END-DISPLAY
           END-WRITE.
           IF WS-BR-SEPARADO-SIM THEN
               DISPLAY 'EXEMPLAR SEPARADO PARA A RESERVA DO LEITOR '
                       WS-BR-TP-LEITOR '-' WS-BR-ID-LEITOR
                       ' ATE ' WS-BR-DT-LIMITE
               END-DISPLAY
           END-IF.
       P500-INCLUI-FIM.
           EXIT.

       P510-ALTERA.
           PERFORM P410-PEDE-EXEMPLAR THRU P410-PEDE-EXEMPLAR-FIM.
           READ ACERVO
               INVALID KEY
                   DISPLAY 'EXEMPLAR NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P510-ALTERA-FIM
           END-READ.
           DISPLAY 'TITULO ATUAL: ' NM-TITULO
           END-DISPLAY.
           DISPLAY 'AUTOR ATUAL.: ' NM-AUTOR
           END-DISPLAY.
           DISPLAY 'NOVO TITULO (EM BRANCO MANTEM).........: '
           END-DISPLAY.
           ACCEPT WS-NM-TITULO
           END-ACCEPT.
           DISPLAY 'NOVO AUTOR (EM BRANCO MANTEM)..........: '
           END-DISPLAY.
           ACCEPT WS-NM-AUTOR
           END-ACCEPT.
           IF WS-NM-TITULO NOT EQUAL SPACES THEN
               MOVE WS-NM-TITULO TO NM-TITULO
           END-IF.
           IF WS-NM-AUTOR NOT EQUAL SPACES THEN
               MOVE WS-NM-AUTOR  TO NM-AUTOR
           END-IF.
           REWRITE REG-ACERVO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EXEMPLAR.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'EXEMPLAR ALTERADO.'
                   END-DISPLAY
           END-REWRITE.
       P510-ALTERA-FIM.
           EXIT.

      *SO EXEMPLAR DISPONIVEL PODE SER BAIXADO: EMPRESTADO VOLTA
      *PELA DEVOLUCAO E SEPARADO PARA RESERVA ESPERA A RETIRADA OU
      *O CANCELAMENTO DA RESERVA.
       P520-BAIXA.
           PERFORM P410-PEDE-EXEMPLAR THRU P410-PEDE-EXEMPLAR-FIM.
           READ ACERVO
               INVALID KEY
                   DISPLAY 'EXEMPLAR NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P520-BAIXA-FIM
           END-READ.
           IF NOT ST-EXEMPLAR-DISPONIVEL THEN
               DISPLAY 'EXEMPLAR NAO ESTA DISPONIVEL (SITUACAO '
                       ST-EXEMPLAR '). BAIXA RECUSADA.'
               END-DISPLAY
               GO TO P520-BAIXA-FIM
           END-IF.
           DISPLAY NM-TITULO
           END-DISPLAY.
           DISPLAY 'CONFIRMA A BAIXA DO EXEMPLAR (S/N).....: '
           END-DISPLAY.
           ACCEPT WS-CONFIRMA
           END-ACCEPT.
           IF WS-CONFIRMA NOT EQUAL 'S' THEN
               DISPLAY 'BAIXA NAO REALIZADA.'
               END-DISPLAY
               GO TO P520-BAIXA-FIM
           END-IF.
           SET ST-EXEMPLAR-BAIXADO TO TRUE.
           MOVE WS-DH-DATA TO DT-BAIXA-ACERVO.
           REWRITE REG-ACERVO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EXEMPLAR.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'EXEMPLAR BAIXADO.'
                   END-DISPLAY
           END-REWRITE.
       P520-BAIXA-FIM.
           EXIT.

       P530-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-ACV-OK TO FALSE.
           MOVE LOW-VALUES TO CH-ACERVO.
           START ACERVO KEY IS NOT LESS THAN CH-ACERVO
               INVALID KEY
                   SET WS-EOF-ACV-OK TO TRUE
           END-START.
           DISPLAY 'TITULO EX SIT DESCRICAO / AUTOR'
           END-DISPLAY.
           PERFORM P535-LE-EXEMPLAR THRU P535-LE-EXEMPLAR-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ACV-OK.
           DISPLAY 'EXEMPLARES LISTADOS: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P530-LISTA-FIM.

       P535-LE-EXEMPLAR.
           READ ACERVO NEXT RECORD
               AT END
                   SET WS-EOF-ACV-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY ID-TITULO ' ' NR-EXEMPLAR '  '
                           ST-EXEMPLAR '  ' NM-TITULO ' / '
                           NM-AUTOR
                   END-DISPLAY
           END-READ.
       P535-LE-EXEMPLAR-FIM.

       P900-FINALIZA.
           CLOSE ACERVO.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTBIBACV.
