      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      20/09/2023.
      * Purpose:   MONTAGEM DE MENSAGEM PELO MODELO - ROTINA CHAMAVEL
      *            QUE, PARA O TIPO DE EVENTO, O CANAL (S = SMS,
      *            E = E-MAIL, C = CARTA) E O TIPO DE DESTINATARIO
      *            (A = ALUNO, R = RESPONSAVEL, F = RESPONSAVEL
      *            FINANCEIRO), BUSCA EM MODELO.DAT (CFPK0087) A VERSAO
      *            DO MODELO VIGENTE NA DATA DE REFERENCIA (A DE MAIOR
      *            INICIO ATE ELA; ZERO = HOJE) E DEVOLVE AS LINHAS COM
      *            OS MARCADORES TROCADOS PELOS DADOS RECEBIDOS, E
      *            TAMBEM O TEXTO CORRIDO (LINHAS EMENDADAS) PARA SMS E
      *            E-MAIL.
      *            SEM MODELO DO DESTINATARIO, VALE O DE DESTINATARIO T
      *            (TODOS). LK-ST-MODELO = 'S' MODELO ENCONTRADO;
      *            'N' SEM MODELO (OU SEM MODELO.DAT): O CHAMADOR USA O
      *            TEXTO PADRAO DELE. MARCADOR DESCONHECIDO SAI COMO
      *            ESTA. MESMO PADRAO DE ROTINA CHAMAVEL DO PGUNIDAD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMODELO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MODELO
           FILE  STATUS IS WS-FS-MOD.

       DATA DIVISION.
       FILE SECTION.
       FD  MODELO.
           COPY CFPK0087.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

      *VERSAO VIGENTE ENCONTRADA (COPIA DO REGISTRO) E O DESTINATARIO
      *PROCURADO NA VEZ (O PEDIDO E, SE NAO HOUVER, O T).
       01  WS-MODELO-VIGENTE.
           03 WS-MV-DT-INICIO          PIC 9(08).
           03 WS-MV-LINHA              PIC X(70) OCCURS 6 TIMES.
       77  WS-DT-REFERENCIA            PIC 9(08) VALUE ZEROS.
       77  WS-DEST-PROCURADO           PIC X(01) VALUE SPACES.
       77  WS-ACHOU                    PIC X.
           88 WS-ACHOU-OK              VALUE 'S' FALSE 'N'.
       77  WS-EOF-MODELO               PIC X.
           88 WS-EOF-MODELO-OK         VALUE 'S' FALSE 'N'.

      *CONTROLES DA TROCA DOS MARCADORES.
       77  WS-IND-LINHA                PIC 9(01) VALUE ZEROS.
       77  WS-ULTIMA-LINHA             PIC 9(01) VALUE ZEROS.
       77  WS-POS                      PIC 9(03) VALUE ZEROS.
       77  WS-PONTEIRO                 PIC 9(03) VALUE ZEROS.
       77  WS-PONT-CORRIDO             PIC 9(03) VALUE ZEROS.
       77  WS-TAM-MARCADOR             PIC 9(03) VALUE ZEROS.
       77  WS-MARCADOR                 PIC X(10) VALUE SPACES.
       77  WS-VALOR-MARCADOR           PIC X(40) VALUE SPACES.
       77  WS-MARCADOR-VALIDO          PIC X.
           88 WS-MARCADOR-VALIDO-OK    VALUE 'S' FALSE 'N'.

       77  WS-FS-MOD                   PIC 99.
           88 WS-FS-MOD-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-MODELO.
           03 LK-TP-EVENTO             PIC X(10).
           03 LK-CANAL                 PIC X(01).
           03 LK-TP-DESTINATARIO       PIC X(01).
           03 LK-DT-REFERENCIA         PIC 9(08).
           03 LK-NM-ALUNO              PIC X(30).
           03 LK-NM-MATERIA            PIC X(20).
           03 LK-DT-VENCIMENTO         PIC X(10).
           03 LK-VL-COBRANCA           PIC X(15).
           03 LK-NM-RESPONSAVEL        PIC X(30).
           03 LK-DT-MENSAGEM           PIC X(10).
           03 LK-TX-LIVRE              PIC X(40).
           03 LK-ST-MODELO             PIC X(01).
           03 LK-DT-INICIO-VIGENTE     PIC 9(08).
           03 LK-QT-LINHAS             PIC 9(01).
           03 LK-LINHA-MSG             PIC X(80) OCCURS 6 TIMES.
           03 LK-TX-CORRIDO            PIC X(120).

       PROCEDURE DIVISION USING LK-PARM-MODELO.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO         THRU P100-INICIO-FIM.
           IF WS-FS-MOD-OK THEN
               MOVE LK-TP-DESTINATARIO TO WS-DEST-PROCURADO
               PERFORM P200-BUSCA-VIGENTE THRU P200-BUSCA-VIGENTE-FIM
               IF NOT WS-ACHOU-OK THEN
                   MOVE 'T' TO WS-DEST-PROCURADO
                   PERFORM P200-BUSCA-VIGENTE
                           THRU P200-BUSCA-VIGENTE-FIM
               END-IF
               CLOSE MODELO
           END-IF.
           IF WS-ACHOU-OK THEN
               MOVE 'S'             TO LK-ST-MODELO
               MOVE WS-MV-DT-INICIO TO LK-DT-INICIO-VIGENTE
               PERFORM P300-MONTA-MENSAGEM
                       THRU P300-MONTA-MENSAGEM-FIM
           END-IF.
           GOBACK.
       P001-MAIN-FIM.

       COPY CFCFG002.

       P100-INICIO.
           MOVE 'N'    TO LK-ST-MODELO.
           MOVE ZEROS  TO LK-DT-INICIO-VIGENTE LK-QT-LINHAS.
           MOVE SPACES TO LK-LINHA-MSG (1) LK-LINHA-MSG (2)
                          LK-LINHA-MSG (3) LK-LINHA-MSG (4)
                          LK-LINHA-MSG (5) LK-LINHA-MSG (6)
                          LK-TX-CORRIDO.
           SET WS-ACHOU-OK TO FALSE.
           MOVE LK-DT-REFERENCIA TO WS-DT-REFERENCIA.
           IF LK-DT-REFERENCIA IS NOT NUMERIC OR
              LK-DT-REFERENCIA EQUAL ZEROS THEN
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-DH-DATA TO WS-DT-REFERENCIA
           END-IF.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MODELO.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
      *O CADASTRO DE MODELOS E OPCIONAL: SEM ELE, VALE O TEXTO PADRAO
      *DE CADA PROGRAMA.
           OPEN INPUT MODELO.
       P100-INICIO-FIM.

      *PERCORRE AS VERSOES DO MODELO (A CHAVE TERMINA NA DATA DE
      *INICIO, EM ORDEM CRESCENTE) E GUARDA A ULTIMA QUE JA COMECOU NA
      *DATA DE REFERENCIA.
       P200-BUSCA-VIGENTE.
           SET WS-EOF-MODELO-OK TO FALSE.
           MOVE LK-TP-EVENTO      TO TP-EVENTO-MODELO.
           MOVE LK-CANAL          TO CANAL-MODELO.
           MOVE WS-DEST-PROCURADO TO TP-DESTINATARIO-MODELO.
           MOVE ZEROS             TO DT-INICIO-MODELO.
           START MODELO KEY IS NOT LESS THAN CH-MODELO
               INVALID KEY
                   SET WS-EOF-MODELO-OK TO TRUE
           END-START.
           PERFORM P210-LE-VERSAO THRU P210-LE-VERSAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MODELO-OK.
       P200-BUSCA-VIGENTE-FIM.

       P210-LE-VERSAO.
           READ MODELO NEXT RECORD
               AT END
                   SET WS-EOF-MODELO-OK TO TRUE
                   GO TO P210-LE-VERSAO-FIM
           END-READ.
           IF TP-EVENTO-MODELO NOT EQUAL LK-TP-EVENTO OR
              CANAL-MODELO NOT EQUAL LK-CANAL OR
              TP-DESTINATARIO-MODELO NOT EQUAL WS-DEST-PROCURADO OR
              DT-INICIO-MODELO IS GREATER THAN WS-DT-REFERENCIA THEN
               SET WS-EOF-MODELO-OK TO TRUE
               GO TO P210-LE-VERSAO-FIM
           END-IF.
           SET WS-ACHOU-OK TO TRUE.
           MOVE DT-INICIO-MODELO    TO WS-MV-DT-INICIO.
           MOVE TX-LINHA-MODELO (1) TO WS-MV-LINHA (1).
           MOVE TX-LINHA-MODELO (2) TO WS-MV-LINHA (2).
           MOVE TX-LINHA-MODELO (3) TO WS-MV-LINHA (3).
           MOVE TX-LINHA-MODELO (4) TO WS-MV-LINHA (4).
           MOVE TX-LINHA-MODELO (5) TO WS-MV-LINHA (5).
           MOVE TX-LINHA-MODELO (6) TO WS-MV-LINHA (6).
       P210-LE-VERSAO-FIM.
           EXIT.

      *MONTA AS LINHAS ATE A ULTIMA PREENCHIDA DO MODELO (LINHA EM
      *BRANCO NO MEIO E LINHA EM BRANCO NA CARTA) E O TEXTO CORRIDO.
       P300-MONTA-MENSAGEM.
           MOVE ZEROS TO WS-ULTIMA-LINHA.
           PERFORM P305-ACHA-ULTIMA THRU P305-ACHA-ULTIMA-FIM
                   VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > 6.
           MOVE WS-ULTIMA-LINHA TO LK-QT-LINHAS.
           MOVE 1 TO WS-PONT-CORRIDO.
           PERFORM P310-MONTA-LINHA THRU P310-MONTA-LINHA-FIM
                   VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-ULTIMA-LINHA.
       P300-MONTA-MENSAGEM-FIM.

       P305-ACHA-ULTIMA.
           IF WS-MV-LINHA (WS-IND-LINHA) NOT EQUAL SPACES THEN
               MOVE WS-IND-LINHA TO WS-ULTIMA-LINHA
           END-IF.
       P305-ACHA-ULTIMA-FIM.

       P310-MONTA-LINHA.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM P320-TRATA-POSICAO THRU P320-TRATA-POSICAO-FIM
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 70.
           IF LK-LINHA-MSG (WS-IND-LINHA) NOT EQUAL SPACES THEN
               STRING FUNCTION TRIM (LK-LINHA-MSG (WS-IND-LINHA))
                                                   DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      INTO LK-TX-CORRIDO
                      WITH POINTER WS-PONT-CORRIDO
               END-STRING
           END-IF.
       P310-MONTA-LINHA-FIM.

      *COPIA A POSICAO DO MODELO PARA A LINHA MONTADA; NUM '#' QUE
      *ABRE MARCADOR CONHECIDO, COPIA O VALOR DO DADO E PULA O
      *MARCADOR INTEIRO (O VARYING SOMA O ULTIMO PASSO).
       P320-TRATA-POSICAO.
           IF WS-MV-LINHA (WS-IND-LINHA) (WS-POS:1) NOT EQUAL '#' OR
              WS-POS IS GREATER THAN 68 THEN
               GO TO P320-COPIA-CARACTERE
           END-IF.
           MOVE ZEROS TO WS-TAM-MARCADOR.
           INSPECT WS-MV-LINHA (WS-IND-LINHA) (WS-POS + 1:)
                   TALLYING WS-TAM-MARCADOR
                   FOR CHARACTERS BEFORE INITIAL '#'.
           IF WS-TAM-MARCADOR EQUAL ZEROS OR
              WS-TAM-MARCADOR IS GREATER THAN 10 OR
              WS-POS + WS-TAM-MARCADOR IS GREATER THAN 69 THEN
               GO TO P320-COPIA-CARACTERE
           END-IF.
           MOVE SPACES TO WS-MARCADOR.
           MOVE WS-MV-LINHA (WS-IND-LINHA)
                (WS-POS + 1:WS-TAM-MARCADOR) TO WS-MARCADOR.
           PERFORM P330-VALOR-MARCADOR THRU P330-VALOR-MARCADOR-FIM.
           IF NOT WS-MARCADOR-VALIDO-OK THEN
               GO TO P320-COPIA-CARACTERE
           END-IF.
           IF WS-VALOR-MARCADOR NOT EQUAL SPACES THEN
               STRING FUNCTION TRIM (WS-VALOR-MARCADOR)
                                                   DELIMITED BY SIZE
                      INTO LK-LINHA-MSG (WS-IND-LINHA)
                      WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           ADD WS-TAM-MARCADOR 1 TO WS-POS.
           GO TO P320-TRATA-POSICAO-FIM.
       P320-COPIA-CARACTERE.
           STRING WS-MV-LINHA (WS-IND-LINHA) (WS-POS:1)
                                                   DELIMITED BY SIZE
                  INTO LK-LINHA-MSG (WS-IND-LINHA)
                  WITH POINTER WS-PONTEIRO
           END-STRING.
       P320-TRATA-POSICAO-FIM.
           EXIT.

       P330-VALOR-MARCADOR.
           SET WS-MARCADOR-VALIDO-OK TO TRUE.
           MOVE SPACES TO WS-VALOR-MARCADOR.
           EVALUATE WS-MARCADOR
               WHEN 'ALUNO'
                   MOVE LK-NM-ALUNO       TO WS-VALOR-MARCADOR
               WHEN 'MATERIA'
                   MOVE LK-NM-MATERIA     TO WS-VALOR-MARCADOR
               WHEN 'VENCTO'
                   MOVE LK-DT-VENCIMENTO  TO WS-VALOR-MARCADOR
               WHEN 'VALOR'
                   MOVE LK-VL-COBRANCA    TO WS-VALOR-MARCADOR
               WHEN 'RESP'
                   MOVE LK-NM-RESPONSAVEL TO WS-VALOR-MARCADOR
               WHEN 'DATA'
                   MOVE LK-DT-MENSAGEM    TO WS-VALOR-MARCADOR
               WHEN 'TEXTO'
                   MOVE LK-TX-LIVRE       TO WS-VALOR-MARCADOR
               WHEN OTHER
                   SET WS-MARCADOR-VALIDO-OK TO FALSE
           END-EVALUATE.
       P330-VALOR-MARCADOR-FIM.

       END PROGRAM PGMODELO.
