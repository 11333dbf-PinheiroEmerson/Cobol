      *            PADRAO QUANDO O PARAMETRO NAO ESTA CADASTRADO.
      * Update:    22/09/2022 - ACOMPANHA O NOVO TAMANHO DO REGISTRO
      *            DE AUDITORIA (IDENTIFICADOR DA EXECUCAO).
      * Update:    05/12/2022 - ACOMPANHA O NOVO TAMANHO DO REGISTRO
      *            DE AUDITORIA (CHAVE DO REGISTRO EM 20 POSICOES).
      * Update:    08/09/2023 - ACOMPANHA O NOVO TAMANHO DO REGISTRO
      *            DE AUDITORIA (NUMERO SEQUENCIAL E ELO ENCADEADO). OS
      *            REGISTROS SAO COPIADOS SEM ALTERACAO, DE MODO QUE A
      *            CADEIA CONTINUA DOS ARQUIVOS ANUAIS PARA O CORRENTE;
      *            A CADA CORTE, O NUMERO E O ELO DO ULTIMO REGISTRO
      *            ARQUIVADO SAO GRAVADOS NA ANCORA AUDELO.ANC, PONTO DE
      *            PARTIDA DO NTAUDVER QUANDO O ARQUIVO ANUAL NAO ESTA
      *            MAIS DISPONIVEL.
      * Update:    11/09/2023 - ACOMPANHA O NOVO TAMANHO DO REGISTRO
      *            DE AUDITORIA (SUPERVISOR CO-ASSINANTE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-TRB.

           SELECT ANCORA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-ANC.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
           COPY CFPK0006.

       FD  ARQUIVO-ANUAL.
       01  REG-AUDITORIA-ANUAL         PIC X(606).

       FD  TRABALHO.
       01  REG-AUDITORIA-TRABALHO      PIC X(606).

      *ANCORA DA CADEIA: UMA LINHA POR CORTE COM A DATA, O ANO DO
      *ULTIMO REGISTRO ARQUIVADO, SEU NUMERO SEQUENCIAL E SEU ELO.
       FD  ANCORA.
       01  REG-ANCORA.
           03 DT-CORTE-ANCORA          PIC 9(08).
           03 AA-ARQUIVO-ANCORA        PIC 9(04).
           03 NR-SEQ-ANCORA            PIC 9(09).
           03 NR-ELO-ANCORA            PIC 9(09).

       WORKING-STORAGE SECTION.

       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 FILLER                   PIC X(13).

      *RETENCAO EM MESES E COMPETENCIA DE CORTE (AAAAMM): REGISTROS
      *COM DATA ANTERIOR AO CORTE SAO ARQUIVADOS.
      *ANO DO ARQUIVO ANUAL ABERTO NO MOMENTO (ZEROS = NENHUM).
       77  WS-ANO-ABERTO               PIC 9(04) VALUE ZEROS.

      *NUMERO, ELO E ANO DO ULTIMO REGISTRO ENCADEADO ARQUIVADO NESTE
      *CORTE (ZEROS = NENHUM), LEVADOS PARA A ANCORA.
       77  WS-ULT-SEQ-ARQUIVADO        PIC 9(09) VALUE ZEROS.
       77  WS-ULT-ELO-ARQUIVADO        PIC 9(09) VALUE ZEROS.
       77  WS-ULT-ANO-ARQUIVADO        PIC 9(04) VALUE ZEROS.

       77  WS-QTD-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ARQUIVADOS           PIC 9(06) VALUE ZEROS.
       77  WS-QTD-MANTIDOS             PIC 9(06) VALUE ZEROS.
       77  WS-FS-TRB                   PIC 99.
           88 WS-FS-TRB-OK             VALUE 0.

       77  WS-FS-ANC                   PIC 99.
           88 WS-FS-ANC-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
                  '\Modulo3\DesafioM3\AUDITORIA.TMP' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDELO.ANC'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P020-MONTA-CAMINHO-ANUAL.
           IF WS-QTD-CONFERIDOS EQUAL WS-QTD-MANTIDOS THEN
               PERFORM P600-REGRAVA-CORRENTE
                       THRU P600-REGRAVA-CORRENTE-FIM
               PERFORM P650-GRAVA-ANCORA
                       THRU P650-GRAVA-ANCORA-FIM
           ELSE
               DISPLAY 'CONTAGEM DA COPIA DE TRABALHO NAO CONFERE ('
                       WS-QTD-CONFERIDOS ' X ' WS-QTD-MANTIDOS
           END-WRITE.
           IF WS-FS-ANO-OK THEN
               ADD 1 TO WS-QTD-ARQUIVADOS
               IF NR-SEQ-AUDITORIA IS NUMERIC AND
                  NR-SEQ-AUDITORIA IS GREATER THAN ZEROS THEN
                   MOVE NR-SEQ-AUDITORIA TO WS-ULT-SEQ-ARQUIVADO
                   MOVE NR-ELO-AUDITORIA TO WS-ULT-ELO-ARQUIVADO
                   MOVE WS-REG-ANO       TO WS-ULT-ANO-ARQUIVADO
               END-IF
           ELSE
               DISPLAY 'ERRO AO GRAVAR NO ARQUIVO ANUAL. FILE '
                       'STATUS: ' WS-FS-ANO
           END-READ.
       P610-COPIA-REGISTRO-FIM.

      *PASSO 4: REGISTRA NA ANCORA O PONTO DA CADEIA DE ONDE O
      *ARQUIVO CORRENTE CONTINUA (ULTIMO REGISTRO ARQUIVADO).
       P650-GRAVA-ANCORA.
           IF WS-ULT-SEQ-ARQUIVADO EQUAL ZEROS THEN
               GO TO P650-GRAVA-ANCORA-FIM
           END-IF.
           OPEN EXTEND ANCORA.
      *SE A ANCORA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-ANC-OK THEN
               OPEN OUTPUT ANCORA
           END-IF.
           MOVE WS-DATA-HORA-ATUAL (1:8) TO DT-CORTE-ANCORA.
           MOVE WS-ULT-ANO-ARQUIVADO     TO AA-ARQUIVO-ANCORA.
           MOVE WS-ULT-SEQ-ARQUIVADO     TO NR-SEQ-ANCORA.
           MOVE WS-ULT-ELO-ARQUIVADO     TO NR-ELO-ANCORA.
           WRITE REG-ANCORA
           END-WRITE.
           CLOSE ANCORA.
           DISPLAY 'CADEIA DA AUDITORIA ANCORADA NO REGISTRO '
                   WS-ULT-SEQ-ARQUIVADO ' (ARQUIVO '
                   WS-ULT-ANO-ARQUIVADO ').'
           END-DISPLAY.
       P650-GRAVA-ANCORA-FIM.

       P700-RESUMO.
           DISPLAY '*** ARQUIVAMENTO DA AUDITORIA CONCLUIDO ***'
           END-DISPLAY.
