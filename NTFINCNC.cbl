      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      19/12/2022.
      * Purpose:   CONCILIACAO BANCARIA MENSAL - LE O EXTRATO DA
      *            CONTA DA ESCOLA DEVOLVIDO PELO BANCO (EXTBANCO.TXT)
      *            E CASA CADA CREDITO DO MES INFORMADO COM AS BAIXAS
      *            LANCADAS NO SISTEMA: AS LINHAS MENSALIDA/PAGAMENTO
      *            (NTFINPAG) E MENSALIDA/RETORNO (NTFINRET) DA
      *            AUDITORIA, COM O EXCEDENTE LANCADO NA CONTA
      *            CORRENTE (CTACOR/CREDITO), E AS COBRANCAS DE
      *            MENSALIDADE.DAT PAGAS NO MES SEM LINHA NA
      *            AUDITORIA. O CASAMENTO E PELO NOSSO NUMERO (ALUNO
      *            + COMPETENCIA, O MESMO DA REMESSA DO NTFINREM) E,
      *            PARA CREDITO SEM NOSSO NUMERO, PELA DATA E PELO
      *            VALOR. O RELATORIO NO SPOOL (PGSPOOL) LISTA O
      *            CREDITO SEM BAIXA, A BAIXA SEM CREDITO E A
      *            DIFERENCA DE VALOR; NO FIM, A TESOURARIA ASSINA A
      *            CONCILIACAO EM CONCILIA.DAT (COM PENDENCIA, SO
      *            SUPERVISOR), CONDICAO PARA O NTFINFEC FECHAR O MES.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFINCNC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-F.

           SELECT EXTRATO-BANCO
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-EXT.

           SELECT CONCILIA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS COMPETENCIA-CONC
           FILE  STATUS IS WS-FS-CNC.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
           COPY CFPK0006.

       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  EXTRATO-BANCO.
       01  REG-EXTRATO-BANCO           PIC X(80).

       FD  CONCILIA.
           COPY CFPK0046.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

      *MES CONCILIADO (DATA DO CREDITO NO EXTRATO E DATA DA BAIXA).
       01  WS-COMPETENCIA.
           03 WS-CP-ANO                PIC 9(04).
           03 WS-CP-MES                PIC 9(02).

       77  WS-RESPOSTA                 PIC X(01) VALUE SPACE.

      *LAYOUT DA LINHA 1 DO EXTRATO DO BANCO (AS LINHAS 0 E 9 SAO SO
      *MOLDURA): DATA, CREDITO (C) OU DEBITO (D), VALOR EM CENTAVOS
      *SEM VIRGULA, NOSSO NUMERO QUANDO O CREDITO E LIQUIDACAO DE
      *BOLETO (BRANCOS EM DEPOSITO/TRANSFERENCIA) E HISTORICO.
       01  WS-LINHA-EXTRATO.
           03 WS-EX-TIPO               PIC X(01).
           03 WS-EX-DT-LANCTO          PIC 9(08).
           03 FILLER REDEFINES WS-EX-DT-LANCTO.
               05 WS-EX-ANO-MES        PIC 9(06).
               05 FILLER               PIC 9(02).
           03 WS-EX-TP-LANCTO          PIC X(01).
               88 WS-EX-CREDITO        VALUE 'C'.
           03 WS-EX-VL-LANCTO          PIC 9(11).
           03 WS-EX-NOSSO-NUMERO       PIC X(11).
           03 WS-EX-HISTORICO          PIC X(30).
           03 FILLER                   PIC X(18).

       01  WS-VALOR-CENTAVOS           PIC 9(09)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-VALOR-CENTAVOS.
           03 WS-VALOR-SEM-VIRGULA     PIC 9(11).

      *IMAGENS GRAVADAS NA AUDITORIA: A COBRANCA (CFPK0008), DE ONDE
      *SAI O NOSSO NUMERO E O QUE O VL-PAGO SUBIU NA BAIXA, E O
      *LANCAMENTO DA CONTA CORRENTE (CFPK0045) DO EXCEDENTE PAGO.
       01  WS-IMAGEM-COBRANCA.
           03 WS-IMG-NOSSO-NUMERO.
               05 WS-IMG-ID-ALUNO      PIC 9(05).
               05 WS-IMG-COMPETENCIA   PIC 9(06).
           03 WS-IMG-TP-COBRANCA       PIC X(01).
           03 WS-IMG-VL-MENSALIDADE    PIC 9(05)V99.
           03 WS-IMG-DT-VENCIMENTO     PIC 9(08).
           03 WS-IMG-DT-PAGAMENTO      PIC 9(08).
           03 WS-IMG-VL-PAGO           PIC 9(05)V99.
       01  WS-IMG-ANTES-VL-PAGO-X      PIC X(07) VALUE SPACES.
       01  FILLER REDEFINES WS-IMG-ANTES-VL-PAGO-X.
           03 WS-IMG-ANTES-VL-PAGO     PIC 9(05)V99.

       01  WS-IMAGEM-CTACOR.
           03 WS-IMC-ID-ALUNO          PIC 9(05).
           03 WS-IMC-NR-LANCTO         PIC 9(05).
           03 WS-IMC-DT-LANCTO         PIC 9(08).
           03 WS-IMC-TP-LANCTO         PIC X(01).
           03 WS-IMC-VL-LANCTO         PIC 9(07)V99.
           03 WS-IMC-ORIGEM            PIC X(10).
           03 WS-IMC-NOSSO-NUMERO      PIC X(11).
           03 FILLER                   PIC X(01).
           03 WS-IMC-OPERADOR          PIC X(10).

      *BAIXAS DO MES, UMA POR NOSSO NUMERO E DATA, MARCADAS QUANDO
      *CASADAS COM UM CREDITO DO EXTRATO. ORIGEM: P (BALCAO,
      *NTFINPAG), R (RETORNO, NTFINRET), M (SO EM MENSALIDADE.DAT).
       01  WS-TABELA-BAIXAS.
           03 WS-QT-BAIXAS             PIC 9(04) VALUE ZEROS.
           03 WS-BAIXA OCCURS 3000 TIMES.
               05 WS-BX-NOSSO-NUMERO   PIC X(11).
               05 WS-BX-DT-BAIXA       PIC 9(08).
               05 WS-BX-VALOR          PIC 9(07)V99.
               05 WS-BX-ORIGEM         PIC X(01).
               05 WS-BX-CASADA         PIC X(01).

       77  WS-INDICE                   PIC 9(04) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(04) VALUE ZEROS.
       77  WS-NOSSO-NUMERO             PIC X(11) VALUE SPACES.
       77  WS-DT-BAIXA                 PIC 9(08) VALUE ZEROS.
       77  WS-VL-BAIXA                 PIC 9(07)V99 VALUE ZEROS.
       77  WS-ORIGEM-BAIXA             PIC X(01) VALUE SPACE.
       77  WS-VL-DIFERENCA             PIC S9(09)V99 VALUE ZEROS.
       77  WS-VL-DIFERENCA-EDIT        PIC -ZZZZZZZZ9,99.

      *NUMEROS DA CONFERENCIA, GRAVADOS NA ASSINATURA.
       77  WS-QTD-CREDITOS             PIC 9(05) VALUE ZEROS.
       77  WS-VL-CREDITOS              PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-BAIXAS                PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-CASADOS              PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-BAIXA            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-CREDITO          PIC 9(05) VALUE ZEROS.
       77  WS-QTD-DIFERENCA            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PENDENCIAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTD-LIDAS                PIC 9(06) VALUE ZEROS.

       77  WS-EOF-AUD                  PIC X.
           88 WS-EOF-AUD-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.
       77  WS-EOF-EXTRATO              PIC X.
           88 WS-EOF-EXTRATO-OK        VALUE 'S' FALSE 'N'.
       77  WS-TABELA-CHEIA             PIC X.
           88 WS-TABELA-CHEIA-OK       VALUE 'S' FALSE 'N'.

       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.
       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-EXT                   PIC 99.
           88 WS-FS-EXT-OK             VALUE 0.
       77  WS-FS-CNC                   PIC 99.
           88 WS-FS-CNC-OK             VALUE 0.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *(60 LINHAS POR PAGINA, COMO NO NTFINCAI).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

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
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-AUD WS-FS-F WS-FS-EXT WS-FS-CNC WS-FS-SPL
                      WS-COMPETENCIA WS-RESPOSTA WS-QT-BAIXAS
                      WS-QTD-CREDITOS WS-VL-CREDITOS WS-VL-BAIXAS
                      WS-QTD-CASADOS WS-QTD-SEM-BAIXA
                      WS-QTD-SEM-CREDITO WS-QTD-DIFERENCA
                      WS-QTD-PENDENCIAS WS-QTD-LIDAS
                      WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-AUD-OK           TO FALSE.
           SET WS-EOF-MENSALIDADE-OK   TO FALSE.
           SET WS-EOF-EXTRATO-OK       TO FALSE.
           SET WS-TABELA-CHEIA-OK      TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DA AUDITORIA, DAS COBRANCAS, DO EXTRATO DO
      *BANCO E DO CONTROLE DE CONCILIACAO A PARTIR DO DIRETORIO BASE
      *CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\EXTBANCO.TXT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CONCILIA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT AUDITORIA.
           IF NOT WS-FS-AUD-OK THEN
               SET WS-EOF-AUD-OK TO TRUE
           END-IF.
           OPEN INPUT MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
               SET WS-EOF-MENSALIDADE-OK TO TRUE
           END-IF.
           OPEN INPUT EXTRATO-BANCO.
           IF NOT WS-FS-EXT-OK THEN
               SET WS-EOF-EXTRATO-OK TO TRUE
           END-IF.
           OPEN I-O CONCILIA.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-CNC-OK THEN
               OPEN OUTPUT CONCILIA
               CLOSE CONCILIA
               OPEN I-O CONCILIA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           IF WS-EOF-EXTRATO-OK THEN
               DISPLAY 'EXTRATO DO BANCO (EXTBANCO.TXT) NAO '
                       'ENCONTRADO. NADA A CONCILIAR.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           DISPLAY 'CONCILIACAO BANCARIA MENSAL.'
           END-DISPLAY.
           DISPLAY 'INFORME O ANO A CONCILIAR (AAAA).......: '
           END-DISPLAY.
           ACCEPT WS-CP-ANO
           END-ACCEPT.
           DISPLAY 'INFORME O MES A CONCILIAR (MM).........: '
           END-DISPLAY.
           ACCEPT WS-CP-MES
           END-ACCEPT.
           PERFORM P300-ABRE-SPOOL     THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P410-LE-AUDITORIA   THRU P410-LE-AUDITORIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-AUD-OK.
           PERFORM P450-LE-COBRANCA    THRU P450-LE-COBRANCA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK.
           PERFORM P460-LE-EXTRATO     THRU P460-LE-EXTRATO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EXTRATO-OK.
           PERFORM P480-LISTA-SEM-CREDITO
                   THRU P480-LISTA-SEM-CREDITO-FIM.
           PERFORM P500-GRAVA-TOTAIS   THRU P500-GRAVA-TOTAIS-FIM.
           PERFORM P310-FECHA-SPOOL    THRU P310-FECHA-SPOOL-FIM.
           PERFORM P600-ASSINATURA     THRU P600-ASSINATURA-FIM.
       P200-PROCESSA-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTFINCNC'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
       P300-ABRE-SPOOL-FIM.

      *GRAVA UMA LINHA NO SPOOL, CONTANDO AS PAGINAS (60 LINHAS).
       P305-GRAVA-LINHA-SPOOL.
           MOVE WS-LINHA-REL TO REG-SAIDA-SPOOL.
           WRITE REG-SAIDA-SPOOL
           END-WRITE.
           ADD 1 TO WS-LINHAS-SPOOL.
           IF WS-LINHAS-SPOOL IS GREATER THAN OR EQUAL TO 60 THEN
               MOVE ZEROS TO WS-LINHAS-SPOOL
               ADD 1 TO WS-SP-PAGINAS
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
       P305-GRAVA-LINHA-SPOOL-FIM.

       P310-FECHA-SPOOL.
           CLOSE SAIDA-SPOOL.
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           DISPLAY 'CONCILIACAO GUARDADA NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P440-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CONCILIACAO BANCARIA DO MES ' WS-CP-MES '/'
                  WS-CP-ANO ' - EMITIDA EM ' WS-DH-DATA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'OCORRENCIA      DATA     NOSSO NUMERO '
                  DELIMITED BY SIZE
                  '   VALOR BANCO   VALOR BAIXA HISTORICO/ORIGEM'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

      *BAIXAS DO MES NA AUDITORIA: PAGAMENTO NO BALCAO E BAIXA PELO
      *RETORNO, MAIS O EXCEDENTE DE CADA UMA LANCADO NA CONTA
      *CORRENTE, QUE ENTROU JUNTO NO MESMO CREDITO DO BANCO.
       P410-LE-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET WS-EOF-AUD-OK TO TRUE
               NOT AT END
                   IF DT-AUDITORIA (1:6) EQUAL WS-COMPETENCIA THEN
                       IF NM-ARQUIVO-AUDITORIA EQUAL 'MENSALIDA' AND
                          (TP-OPERACAO-AUDITORIA EQUAL 'PAGAMENTO' OR
                           TP-OPERACAO-AUDITORIA EQUAL 'RETORNO') THEN
                           PERFORM P412-BAIXA-AUDITADA
                                   THRU P412-BAIXA-AUDITADA-FIM
                       END-IF
                       IF NM-ARQUIVO-AUDITORIA EQUAL 'CTACOR' AND
                          TP-OPERACAO-AUDITORIA EQUAL 'CREDITO' THEN
                           PERFORM P414-CREDITO-AUDITADO
                                   THRU P414-CREDITO-AUDITADO-FIM
                       END-IF
                   END-IF
           END-READ.
       P410-LE-AUDITORIA-FIM.

      *O VALOR DA BAIXA E O QUE O VL-PAGO DA COBRANCA SUBIU (IMAGEM
      *DEPOIS MENOS IMAGEM ANTES); A DATA E A DO PAGAMENTO QUANDO A
      *COBRANCA FICOU QUITADA, SENAO A DO LANCAMENTO.
       P412-BAIXA-AUDITADA.
           MOVE DS-DEPOIS-AUDITORIA (1:42) TO WS-IMAGEM-COBRANCA.
           MOVE DS-ANTES-AUDITORIA (36:7)  TO WS-IMG-ANTES-VL-PAGO-X.
           IF WS-IMG-ANTES-VL-PAGO-X IS NOT NUMERIC THEN
               MOVE ZEROS TO WS-IMG-ANTES-VL-PAGO
           END-IF.
           IF WS-IMG-VL-PAGO NOT > WS-IMG-ANTES-VL-PAGO THEN
               GO TO P412-BAIXA-AUDITADA-FIM
           END-IF.
           COMPUTE WS-VL-BAIXA =
               WS-IMG-VL-PAGO - WS-IMG-ANTES-VL-PAGO.
           MOVE WS-IMG-NOSSO-NUMERO TO WS-NOSSO-NUMERO.
           IF WS-IMG-DT-PAGAMENTO IS GREATER THAN ZEROS THEN
               MOVE WS-IMG-DT-PAGAMENTO TO WS-DT-BAIXA
           ELSE
               MOVE DT-AUDITORIA        TO WS-DT-BAIXA
           END-IF.
           IF TP-OPERACAO-AUDITORIA EQUAL 'RETORNO' THEN
               MOVE 'R' TO WS-ORIGEM-BAIXA
           ELSE
               MOVE 'P' TO WS-ORIGEM-BAIXA
           END-IF.
           PERFORM P416-INCLUI-BAIXA THRU P416-INCLUI-BAIXA-FIM.
       P412-BAIXA-AUDITADA-FIM.
           EXIT.

      *O EXCEDENTE SOMA NA ULTIMA BAIXA DA MESMA COBRANCA; SEM ELA
      *(BAIXA FORA DO MES), ENTRA COMO BAIXA PROPRIA.
       P414-CREDITO-AUDITADO.
           MOVE DS-DEPOIS-AUDITORIA (1:60) TO WS-IMAGEM-CTACOR.
           IF WS-IMC-ORIGEM NOT EQUAL 'PAGAMENTO' AND
              WS-IMC-ORIGEM NOT EQUAL 'RETORNO' THEN
               GO TO P414-CREDITO-AUDITADO-FIM
           END-IF.
           MOVE WS-IMC-NOSSO-NUMERO TO WS-NOSSO-NUMERO.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P418-PROCURA-ULTIMA THRU P418-PROCURA-ULTIMA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-BAIXAS.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               ADD WS-IMC-VL-LANCTO
                   TO WS-BX-VALOR (WS-INDICE-ACHADO)
               ADD WS-IMC-VL-LANCTO TO WS-VL-BAIXAS
           ELSE
               MOVE WS-IMC-VL-LANCTO TO WS-VL-BAIXA
               MOVE WS-IMC-DT-LANCTO TO WS-DT-BAIXA
               IF WS-IMC-ORIGEM EQUAL 'RETORNO' THEN
                   MOVE 'R' TO WS-ORIGEM-BAIXA
               ELSE
                   MOVE 'P' TO WS-ORIGEM-BAIXA
               END-IF
               PERFORM P416-INCLUI-BAIXA THRU P416-INCLUI-BAIXA-FIM
           END-IF.
       P414-CREDITO-AUDITADO-FIM.
           EXIT.

       P416-INCLUI-BAIXA.
           IF WS-QT-BAIXAS IS NOT LESS THAN 3000 THEN
               SET WS-TABELA-CHEIA-OK TO TRUE
               GO TO P416-INCLUI-BAIXA-FIM
           END-IF.
           ADD 1 TO WS-QT-BAIXAS.
           MOVE WS-NOSSO-NUMERO TO WS-BX-NOSSO-NUMERO (WS-QT-BAIXAS).
           MOVE WS-DT-BAIXA     TO WS-BX-DT-BAIXA     (WS-QT-BAIXAS).
           MOVE WS-VL-BAIXA     TO WS-BX-VALOR        (WS-QT-BAIXAS).
           MOVE WS-ORIGEM-BAIXA TO WS-BX-ORIGEM       (WS-QT-BAIXAS).
           MOVE 'N'             TO WS-BX-CASADA       (WS-QT-BAIXAS).
           ADD WS-VL-BAIXA TO WS-VL-BAIXAS.
       P416-INCLUI-BAIXA-FIM.
           EXIT.

       P418-PROCURA-ULTIMA.
           IF WS-BX-NOSSO-NUMERO (WS-INDICE) EQUAL WS-NOSSO-NUMERO THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P418-PROCURA-ULTIMA-FIM.

      *COBRANCA PAGA NO MES QUE NAO TEM LINHA DE BAIXA NA AUDITORIA
      *(BAIXA PELO RETORNO ANTERIOR AO REGISTRO NA AUDITORIA): ENTRA
      *PELO VL-PAGO GRAVADO NA PROPRIA COBRANCA.
       P450-LE-COBRANCA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
               NOT AT END
                   IF DT-PAGAMENTO (1:6) EQUAL WS-COMPETENCIA AND
                      NOT ST-COBRANCA-CANCELADA AND
                      NR-ACORDO EQUAL ZEROS AND
                      VL-PAGO IS GREATER THAN ZEROS THEN
                       PERFORM P455-BAIXA-SEM-AUDITORIA
                               THRU P455-BAIXA-SEM-AUDITORIA-FIM
                   END-IF
           END-READ.
       P450-LE-COBRANCA-FIM.

       P455-BAIXA-SEM-AUDITORIA.
           MOVE CH-MENSALIDADE (1:11) TO WS-NOSSO-NUMERO.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P418-PROCURA-ULTIMA THRU P418-PROCURA-ULTIMA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-BAIXAS.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               GO TO P455-BAIXA-SEM-AUDITORIA-FIM
           END-IF.
           MOVE DT-PAGAMENTO TO WS-DT-BAIXA.
           MOVE VL-PAGO      TO WS-VL-BAIXA.
           MOVE 'M'          TO WS-ORIGEM-BAIXA.
           PERFORM P416-INCLUI-BAIXA THRU P416-INCLUI-BAIXA-FIM.
       P455-BAIXA-SEM-AUDITORIA-FIM.
           EXIT.

      *SO OS CREDITOS DO MES INFORMADO ENTRAM NA CONCILIACAO; DEBITOS
      *(TARIFAS, SAQUES) FICAM FORA.
       P460-LE-EXTRATO.
           READ EXTRATO-BANCO
               AT END
                   SET WS-EOF-EXTRATO-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDAS
                   MOVE REG-EXTRATO-BANCO TO WS-LINHA-EXTRATO
                   IF WS-EX-TIPO EQUAL '1' AND WS-EX-CREDITO AND
                      WS-EX-DT-LANCTO IS NUMERIC AND
                      WS-EX-VL-LANCTO IS NUMERIC AND
                      WS-EX-ANO-MES EQUAL WS-COMPETENCIA THEN
                       PERFORM P470-CASA-CREDITO
                               THRU P470-CASA-CREDITO-FIM
                   END-IF
           END-READ.
       P460-LE-EXTRATO-FIM.

      *CREDITO COM NOSSO NUMERO CASA COM A BAIXA DA MESMA COBRANCA
      *(VALOR DIFERENTE E PENDENCIA); SEM NOSSO NUMERO (DEPOSITO DO
      *CAIXA, TRANSFERENCIA) CASA COM A BAIXA DE MESMA DATA E VALOR.
       P470-CASA-CREDITO.
           ADD 1 TO WS-QTD-CREDITOS.
           MOVE WS-EX-VL-LANCTO TO WS-VALOR-SEM-VIRGULA.
           ADD WS-VALOR-CENTAVOS TO WS-VL-CREDITOS.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           IF WS-EX-NOSSO-NUMERO NOT EQUAL SPACES THEN
               PERFORM P475-PROCURA-NOSSO-NUMERO
                       THRU P475-PROCURA-NOSSO-NUMERO-FIM
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-QT-BAIXAS
                          OR WS-INDICE-ACHADO IS GREATER THAN ZEROS
           ELSE
               PERFORM P476-PROCURA-DATA-VALOR
                       THRU P476-PROCURA-DATA-VALOR-FIM
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-QT-BAIXAS
                          OR WS-INDICE-ACHADO IS GREATER THAN ZEROS
           END-IF.
           IF WS-INDICE-ACHADO EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-SEM-BAIXA
               STRING 'CREDITO SEM BAIXA ' WS-EX-DT-LANCTO ' '
                      WS-EX-NOSSO-NUMERO ' ' WS-VALOR-CENTAVOS
                      '              ' WS-EX-HISTORICO
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               GO TO P470-CASA-CREDITO-FIM
           END-IF.
           MOVE 'S' TO WS-BX-CASADA (WS-INDICE-ACHADO).
           IF WS-BX-VALOR (WS-INDICE-ACHADO) = WS-VALOR-CENTAVOS THEN
               ADD 1 TO WS-QTD-CASADOS
               GO TO P470-CASA-CREDITO-FIM
           END-IF.
           ADD 1 TO WS-QTD-DIFERENCA.
           COMPUTE WS-VL-DIFERENCA =
               WS-VALOR-CENTAVOS - WS-BX-VALOR (WS-INDICE-ACHADO).
           MOVE WS-VL-DIFERENCA TO WS-VL-DIFERENCA-EDIT.
           STRING 'DIFERENCA VALOR  ' WS-EX-DT-LANCTO ' '
                  WS-EX-NOSSO-NUMERO ' ' WS-VALOR-CENTAVOS ' '
                  WS-BX-VALOR (WS-INDICE-ACHADO) ' DIF '
                  WS-VL-DIFERENCA-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P470-CASA-CREDITO-FIM.
           EXIT.

       P475-PROCURA-NOSSO-NUMERO.
           IF WS-BX-CASADA (WS-INDICE) EQUAL 'N' AND
              WS-BX-NOSSO-NUMERO (WS-INDICE) EQUAL
                  WS-EX-NOSSO-NUMERO THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P475-PROCURA-NOSSO-NUMERO-FIM.

       P476-PROCURA-DATA-VALOR.
           IF WS-BX-CASADA (WS-INDICE) EQUAL 'N' AND
              WS-BX-DT-BAIXA (WS-INDICE) EQUAL WS-EX-DT-LANCTO AND
              WS-BX-VALOR (WS-INDICE) EQUAL WS-VALOR-CENTAVOS THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P476-PROCURA-DATA-VALOR-FIM.

      *BAIXAS DO MES QUE NENHUM CREDITO DO EXTRATO COBRIU.
       P480-LISTA-SEM-CREDITO.
           PERFORM P485-BAIXA-SEM-CREDITO
                   THRU P485-BAIXA-SEM-CREDITO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-BAIXAS.
       P480-LISTA-SEM-CREDITO-FIM.

       P485-BAIXA-SEM-CREDITO.
           IF WS-BX-CASADA (WS-INDICE) EQUAL 'N' THEN
               ADD 1 TO WS-QTD-SEM-CREDITO
               STRING 'BAIXA SEM CREDITO ' WS-BX-DT-BAIXA (WS-INDICE)
                      ' ' WS-BX-NOSSO-NUMERO (WS-INDICE)
                      '              ' WS-BX-VALOR (WS-INDICE)
                      '   ORIGEM ' WS-BX-ORIGEM (WS-INDICE)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P485-BAIXA-SEM-CREDITO-FIM.

       P500-GRAVA-TOTAIS.
           COMPUTE WS-QTD-PENDENCIAS = WS-QTD-SEM-BAIXA
                                     + WS-QTD-SEM-CREDITO
                                     + WS-QTD-DIFERENCA.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CREDITOS NO EXTRATO.: ' WS-QTD-CREDITOS
                  ' VALOR ' WS-VL-CREDITOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'BAIXAS NO SISTEMA...: ' WS-QT-BAIXAS
                  '  VALOR ' WS-VL-BAIXAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CASADOS.............: ' WS-QTD-CASADOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CREDITOS SEM BAIXA..: ' WS-QTD-SEM-BAIXA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'BAIXAS SEM CREDITO..: ' WS-QTD-SEM-CREDITO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'DIFERENCAS DE VALOR.: ' WS-QTD-DIFERENCA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-TABELA-CHEIA-OK THEN
               MOVE 'ATENCAO: MAIS DE 3000 BAIXAS NO MES; AS EXCEDENTES'
                    TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               MOVE '         NAO ENTRARAM NA CONCILIACAO.'
                    TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           DISPLAY 'CREDITOS NO EXTRATO.: ' WS-QTD-CREDITOS
                   ' VALOR ' WS-VL-CREDITOS
           END-DISPLAY.
           DISPLAY 'BAIXAS NO SISTEMA...: ' WS-QT-BAIXAS
                   '  VALOR ' WS-VL-BAIXAS
           END-DISPLAY.
           DISPLAY 'CASADOS.............: ' WS-QTD-CASADOS
           END-DISPLAY.
           DISPLAY 'PENDENCIAS..........: ' WS-QTD-PENDENCIAS
                   ' (SEM BAIXA ' WS-QTD-SEM-BAIXA
                   ', SEM CREDITO ' WS-QTD-SEM-CREDITO
                   ', DIFERENCA ' WS-QTD-DIFERENCA ')'
           END-DISPLAY.
       P500-GRAVA-TOTAIS-FIM.

      *ASSINATURA DA TESOURARIA: CONCILIACAO SEM PENDENCIA PODE SER
      *ASSINADA PELO OPERADOR; COM PENDENCIA, SO PELO SUPERVISOR, QUE
      *RESPONDE PELAS DIFERENCAS. O ATO FICA NA AUDITORIA.
       P600-ASSINATURA.
           IF WS-TABELA-CHEIA-OK THEN
               DISPLAY 'CONCILIACAO INCOMPLETA (TABELA DE BAIXAS '
                       'CHEIA). NAO PODE SER ASSINADA.'
               END-DISPLAY
               GO TO P600-ASSINATURA-FIM
           END-IF.
           IF WS-QTD-PENDENCIAS IS GREATER THAN ZEROS AND
              WS-COM-NIVEL NOT EQUAL 2 THEN
               DISPLAY 'CONCILIACAO COM PENDENCIAS: ASSINATURA '
                       'RESTRITA A SUPERVISOR.'
               END-DISPLAY
               GO TO P600-ASSINATURA-FIM
           END-IF.
           DISPLAY 'ASSINA A CONCILIACAO DO MES? (S/N)......: '
           END-DISPLAY.
           ACCEPT WS-RESPOSTA
           END-ACCEPT.
           IF WS-RESPOSTA NOT EQUAL 'S' THEN
               DISPLAY 'CONCILIACAO NAO ASSINADA.'
               END-DISPLAY
               GO TO P600-ASSINATURA-FIM
           END-IF.
           MOVE WS-COMPETENCIA     TO COMPETENCIA-CONC.
           SET FL-ASSINADA-SIM     TO TRUE.
           MOVE WS-DH-DATA         TO DT-ASSINATURA.
           MOVE WS-COM-OPERADOR    TO ID-OPERADOR-CONC.
           MOVE WS-QTD-CREDITOS    TO QT-CREDITOS-CONC.
           MOVE WS-VL-CREDITOS     TO VL-CREDITOS-CONC.
           MOVE WS-QT-BAIXAS       TO QT-BAIXAS-CONC.
           MOVE WS-VL-BAIXAS       TO VL-BAIXAS-CONC.
           MOVE WS-QTD-CASADOS     TO QT-CASADOS-CONC.
           MOVE WS-QTD-SEM-BAIXA   TO QT-SEM-BAIXA-CONC.
           MOVE WS-QTD-SEM-CREDITO TO QT-SEM-CREDITO-CONC.
           MOVE WS-QTD-DIFERENCA   TO QT-DIFERENCA-CONC.
           WRITE REG-CONCILIA
               INVALID KEY
                   REWRITE REG-CONCILIA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A CONCILIACAO.'
                           END-DISPLAY
                           GO TO P600-ASSINATURA-FIM
                   END-REWRITE
           END-WRITE.
           PERFORM P610-GRAVA-AUDITORIA
                   THRU P610-GRAVA-AUDITORIA-FIM.
           DISPLAY '*** CONCILIACAO DO MES ' WS-COMPETENCIA
                   ' ASSINADA. O FECHAMENTO MENSAL ESTA LIBERADO. ***'
           END-DISPLAY.
       P600-ASSINATURA-FIM.
           EXIT.

       P610-GRAVA-AUDITORIA.
           CLOSE AUDITORIA.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'CONCILIA'          TO NM-ARQUIVO-AUDITORIA.
           MOVE 'ASSINATURA'        TO TP-OPERACAO-AUDITORIA.
           MOVE WS-COMPETENCIA      TO CH-REGISTRO-AUDITORIA.
           MOVE SPACES              TO DS-ANTES-AUDITORIA.
           MOVE REG-CONCILIA        TO DS-DEPOIS-AUDITORIA.
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
       P610-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           CLOSE AUDITORIA.
           CLOSE MENSALIDADE.
           CLOSE EXTRATO-BANCO.
           CLOSE CONCILIA.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTFINCNC.
