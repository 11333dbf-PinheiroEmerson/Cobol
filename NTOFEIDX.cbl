      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      15/09/2023.
      * Purpose:   MONTAGEM DO INDICE DA OFERTA NOS MESTRES DE
      *            MATRICULA E DE RESULTADOS. LE MATRICULA.DAT E
      *            ALUTODOS.DAT COMO ESTAO EM DISCO (SO COM A CHAVE
      *            PRIMARIA, DECLARADOS AQUI MESMO) E REGRAVA CADA UM
      *            EM UM ARQUIVO NOVO (SUFIXO .NOV) JA COM A CHAVE
      *            ALTERNADA DA OFERTA (CH-OFERTA-MATRICULA E
      *            CH-OFERTA-TODOS = MATERIA + ANO/SEMESTRE, COM
      *            DUPLICIDADES). O REGISTRO E COPIADO INTEIRO; NENHUM
      *            CAMPO MUDA. CONFERE AS CONTAGENS LIDO/GRAVADO DE
      *            CADA ARQUIVO: COM TODAS BATIDAS, A OPERACAO
      *            SUBSTITUI OS MESTRES PELOS .NOV; QUALQUER DIFERENCA
      *            ENCERRA COM RETURN-CODE 8 E NADA E SUBSTITUIDO
      *            (MESMO ROTEIRO DA MIGRACAO DO NTMIGIDS). OS ANUAIS
      *            CONGELADOS DA VIRADA DE ANO NAO PRECISAM PASSAR
      *            POR AQUI: SAO LIDOS PELA CHAVE PRIMARIA. RESTRITO A
      *            SUPERVISOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTOFEIDX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULA-V
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA-V
           FILE  STATUS IS WS-FS-VELHO.

           SELECT TODOS-V
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-TODOS-V
           FILE  STATUS IS WS-FS-VELHO.

           SELECT MATRICULA-N
           ASSIGN TO WS-CAMINHO-NOVO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-NOVO.

           SELECT TODOS-N
           ASSIGN TO WS-CAMINHO-NOVO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
      *MESTRES COMO ESTAO EM DISCO: MESMO REGISTRO DOS LIVROS DE
      *COPIA, SO SEM A CHAVE ALTERNADA, QUE AINDA NAO EXISTE NELES.
       FD  MATRICULA-V.
       01  REG-MATRICULA-V.
           03 CH-MATRICULA-V           PIC X(15).
           03 FILLER                   PIC X(22).

       FD  TODOS-V.
       01  REG-TODOS-V.
           03 CH-TODOS-V               PIC X(15).
           03 FILLER                   PIC X(79).

       FD  MATRICULA-N.
           COPY CFPK0005.

       FD  TODOS-N.
           COPY CFPK0004.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHOS DOS ARQUIVOS NOVOS (SUFIXO .NOV), GRAVADOS AO LADO
      *DOS ATUAIS PARA A VIRADA SER UMA TROCA DE NOMES.
       01  WS-CAMINHO-NOVO-01          PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-NOVO-02          PIC X(80) VALUE SPACES.

       77  WS-FS-VELHO                 PIC 99.
           88 WS-FS-VELHO-OK           VALUE 0.
       77  WS-FS-NOVO                  PIC 99.
           88 WS-FS-NOVO-OK            VALUE 0.

       77  WS-NM-ARQUIVO-ATUAL         PIC X(12) VALUE SPACES.
       77  WS-QTD-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-GRAVADOS             PIC 9(06) VALUE ZEROS.

       77  WS-TOTAL-DIFERENCAS         PIC 9(02) VALUE ZEROS.

       77  WS-EOF-VELHO                PIC X.
           88 WS-EOF-VELHO-OK          VALUE 'S' FALSE 'N'.

       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).
           03 WS-COM-NIVEL             PIC 9(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO     THRU P100-INICIO-FIM.
           IF WS-COM-NIVEL EQUAL 2 AND WS-AUX-CONFIRMA-OK THEN
               PERFORM P200-MONTA-TUDO THRU P200-MONTA-TUDO-FIM
           END-IF.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-VELHO WS-FS-NOVO WS-QTD-LIDOS
                      WS-QTD-GRAVADOS WS-TOTAL-DIFERENCAS
                      WS-NM-ARQUIVO-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-AUX-CONFIRMA-OK TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           IF WS-COM-NIVEL NOT EQUAL 2 THEN
               DISPLAY 'MONTAGEM DO INDICE RESTRITA A SUPERVISOR.'
               END-DISPLAY
           ELSE
               DISPLAY 'MONTAGEM DO INDICE DA OFERTA EM MATRICULA E '
                       'ALUTODOS. OS ARQUIVOS NOVOS SAO GRAVADOS COM '
                       'O SUFIXO .NOV; NADA E SUBSTITUIDO AQUI.'
               END-DISPLAY
               DISPLAY 'CONFIRMA A MONTAGEM? (S/N)'
               END-DISPLAY
               ACCEPT WS-AUX-CONFIRMA
               END-ACCEPT
           END-IF.
       P100-INICIO-FIM.

       P200-MONTA-TUDO.
           PERFORM P300-MONTA-MATRICULA THRU P300-MONTA-MATRICULA-FIM.
           PERFORM P400-MONTA-TODOS     THRU P400-MONTA-TODOS-FIM.
           IF WS-TOTAL-DIFERENCAS EQUAL ZEROS THEN
               DISPLAY 'CONTAGENS CONFERIDAS EM TODOS OS ARQUIVOS. '
                       'SUBSTITUA OS MESTRES PELOS .NOV PARA '
                       'CONCLUIR A VIRADA.'
               END-DISPLAY
           ELSE
               DISPLAY 'MONTAGEM COM DIFERENCA DE CONTAGEM EM '
                       WS-TOTAL-DIFERENCAS ' ARQUIVO(S). NAO '
                       'SUBSTITUA NADA; INVESTIGUE ANTES.'
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
           END-IF.
       P200-MONTA-TUDO-FIM.

      ******************************************************************
      *CADA MESTRE: LE O ARQUIVO ATUAL EM SEQUENCIA DA CHAVE PRIMARIA
      *E GRAVA O REGISTRO, INALTERADO, NO .NOV. A CHAVE PRIMARIA E A
      *MESMA NOS DOIS, ENTAO A GRAVACAO SEQUENCIAL E ACEITA; O INDICE
      *DA OFERTA E MONTADO PELO PROPRIO WRITE.
      ******************************************************************
       P300-MONTA-MATRICULA.
           MOVE 'MATRICULA'  TO WS-NM-ARQUIVO-ATUAL.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATRICULA.NOV' DELIMITED BY SIZE
                  INTO WS-CAMINHO-NOVO-01
           END-STRING.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS.
           SET WS-EOF-VELHO-OK TO FALSE.
           OPEN INPUT MATRICULA-V.
           IF NOT WS-FS-VELHO-OK THEN
               DISPLAY WS-NM-ARQUIVO-ATUAL ': ARQUIVO ATUAL '
                       'AUSENTE (FILE STATUS ' WS-FS-VELHO
                       '); PULADO.'
               END-DISPLAY
               GO TO P300-MONTA-MATRICULA-FIM
           END-IF.
           OPEN OUTPUT MATRICULA-N.
           PERFORM P310-COPIA-MATRICULA THRU P310-COPIA-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VELHO-OK.
           CLOSE MATRICULA-V MATRICULA-N.
           PERFORM P800-CONFERE-CONTAGEM
                   THRU P800-CONFERE-CONTAGEM-FIM.
       P300-MONTA-MATRICULA-FIM.
           EXIT.

       P310-COPIA-MATRICULA.
           READ MATRICULA-V NEXT RECORD
               AT END
                   SET WS-EOF-VELHO-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   MOVE REG-MATRICULA-V TO REG-MATRICULA
                   WRITE REG-MATRICULA
                       INVALID KEY
                           DISPLAY 'MATRICULA: ERRO AO GRAVAR A '
                                   'CHAVE ' CH-MATRICULA
                           END-DISPLAY
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-WRITE
           END-READ.
       P310-COPIA-MATRICULA-FIM.

       P400-MONTA-TODOS.
           MOVE 'ALUTODOS'  TO WS-NM-ARQUIVO-ATUAL.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTODOS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTODOS.NOV'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-NOVO-02
           END-STRING.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS.
           SET WS-EOF-VELHO-OK TO FALSE.
           OPEN INPUT TODOS-V.
           IF NOT WS-FS-VELHO-OK THEN
               DISPLAY WS-NM-ARQUIVO-ATUAL ': ARQUIVO ATUAL '
                       'AUSENTE (FILE STATUS ' WS-FS-VELHO
                       '); PULADO.'
               END-DISPLAY
               GO TO P400-MONTA-TODOS-FIM
           END-IF.
           OPEN OUTPUT TODOS-N.
           PERFORM P410-COPIA-TODOS THRU P410-COPIA-TODOS-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VELHO-OK.
           CLOSE TODOS-V TODOS-N.
           PERFORM P800-CONFERE-CONTAGEM
                   THRU P800-CONFERE-CONTAGEM-FIM.
       P400-MONTA-TODOS-FIM.
           EXIT.

       P410-COPIA-TODOS.
           READ TODOS-V NEXT RECORD
               AT END
                   SET WS-EOF-VELHO-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   MOVE REG-TODOS-V TO REG-TODOS
                   WRITE REG-TODOS
                       INVALID KEY
                           DISPLAY 'ALUTODOS: ERRO AO GRAVAR A '
                                   'CHAVE ' CH-TODOS
                           END-DISPLAY
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-WRITE
           END-READ.
       P410-COPIA-TODOS-FIM.

       P800-CONFERE-CONTAGEM.
           DISPLAY WS-NM-ARQUIVO-ATUAL ': LIDOS ' WS-QTD-LIDOS
                   ' GRAVADOS ' WS-QTD-GRAVADOS
           END-DISPLAY.
           IF WS-QTD-LIDOS NOT EQUAL WS-QTD-GRAVADOS THEN
               ADD 1 TO WS-TOTAL-DIFERENCAS
           END-IF.
       P800-CONFERE-CONTAGEM-FIM.

       P900-FINALIZA.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTOFEIDX.
