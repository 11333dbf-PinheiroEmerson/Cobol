      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      26/12/2022.
      * Purpose:   GERACAO DO LOTE DE RPS PARA A NOTA FISCAL DE SERVICO
      *            ELETRONICA (NFS-E) - EXTRAI DE MENSALIDADE.DAT AS
      *            COBRANCAS PAGAS NO MES INFORMADO (DT-PAGAMENTO) E
      *            GRAVA RPS.TXT NO LAYOUT DE IMPORTACAO DA
      *            PREFEITURA: LINHA 0 DE ABERTURA, UMA LINHA 1 POR
      *            RPS (NUMERO DO RPS, VALOR RECEBIDO, NOME, CPF E
      *            ENDERECO COMPLETO DO TOMADOR) E LINHA 9 DE
      *            FECHAMENTO COM CONTAGEM E SOMA DE CONFERENCIA. O
      *            TOMADOR E O CONTATO VINCULADO COMO FINANCEIRO EM
      *            ALURESP.DAT QUANDO HOUVER; SENAO, O PROPRIO ALUNO.
      *            CADA RPS GERADO FICA PENDENTE EM NFSE.DAT (CFPK0047)
      *            ATE O NTFINNFR PROCESSAR O RETORNO DA PREFEITURA.
      *            COBRANCA COM NFS-E EMITIDA OU RPS PENDENTE NAO SAI
      *            DE NOVO; A REJEITADA SAI COM NOVO NUMERO DE RPS.
      *            TOMADOR SEM CPF NAO ENTRA NO LOTE E VAI PARA A
      *            LISTA RPS.REJ, PARA ACERTO DO CADASTRO.
      * Update:    06/03/2023 - MULTA DA BIBLIOTECA (TP-COBRANCA B)
      *            SAI NO RPS COM A DISCRIMINACAO PROPRIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFINNFS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-F.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT NFSE
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-NFSE
           ALTERNATE RECORD KEY IS NR-RPS
           FILE  STATUS IS WS-FS-N.

           SELECT RPS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-RPS.

           SELECT REJEITADOS
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-REJ.

           SELECT RESPONSAVEIS
           ASSIGN TO WS-CAMINHO-RESPONSAVEIS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-RESPONSAVEL
           FILE  STATUS IS WS-FS-V.

           SELECT CONTATOS
           ASSIGN TO WS-CAMINHO-CONTATOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CONTATO OF REG-CONTATOS
           FILE  STATUS IS WS-FS-C.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  NFSE.
           COPY CFPK0047.

       FD  RPS.
       01  REG-RPS                     PIC X(200).

       FD  REJEITADOS.
       01  REG-REJEITADO.
           03 DS-COBRANCA-REJEITADA    PIC X(12).
           03 FILLER                   PIC X(01).
           03 DS-TOMADOR-REJEITADO     PIC X(20).
           03 FILLER                   PIC X(01).
           03 DS-MOTIVO-REJEICAO       PIC X(40).

       FD  RESPONSAVEIS.
           COPY CFPK0020.

       FD  CONTATOS.
           COPY FD_CONTT.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *ALURESP E CONTATOS PASSAM DOS CINCO CAMINHOS DE CFCFG001.
       01  WS-CAMINHO-RESPONSAVEIS     PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-CONTATOS         PIC X(80) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

      *MES DOS PAGAMENTOS (AAAAMM) QUE ENTRAM NO LOTE.
       01  WS-COMPETENCIA.
           03 WS-CP-ANO                PIC 9(04).
           03 WS-CP-MES                PIC 9(02).

      *LAYOUT DAS LINHAS DO LOTE DE RPS, NO FORMATO DE IMPORTACAO
      *ACEITO PELA PREFEITURA.
       01  WS-LINHA-ABERTURA.
           03 FILLER                   PIC X(01) VALUE '0'.
           03 FILLER                   PIC X(07) VALUE 'LOTERPS'.
           03 WS-AB-DATA               PIC 9(08).
           03 WS-AB-COMPETENCIA        PIC 9(06).

       01  WS-LINHA-DETALHE.
           03 FILLER                   PIC X(01) VALUE '1'.
           03 WS-DT-NR-RPS             PIC 9(08).
           03 WS-DT-DATA-RPS           PIC 9(08).
           03 WS-DT-CH-COBRANCA        PIC X(12).
           03 WS-DT-VALOR              PIC 9(09).
           03 WS-DT-CPF-TOMADOR        PIC 9(11).
           03 WS-DT-NM-TOMADOR         PIC X(20).
           03 WS-DT-ENDERECO.
               05 WS-DT-RUA            PIC X(30).
               05 WS-DT-BAIRRO         PIC X(20).
               05 WS-DT-CIDADE         PIC X(20).
               05 WS-DT-UF             PIC X(02).
               05 WS-DT-CEP            PIC 9(08).
           03 WS-DT-DISCRIMINACAO      PIC X(40).

       01  WS-LINHA-FECHAMENTO.
           03 FILLER                   PIC X(01) VALUE '9'.
           03 WS-FC-QTD                PIC 9(06).
           03 WS-FC-TOTAL              PIC 9(11).

      *O VALOR SAI NO LOTE EM CENTAVOS, SEM VIRGULA. AS AREAS ABAIXO
      *FAZEM A CONVERSAO POR REDEFINICAO, COMO NA REMESSA BANCARIA.
       01  WS-VALOR-CENTAVOS           PIC 9(07)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-VALOR-CENTAVOS.
           03 WS-VALOR-SEM-VIRGULA     PIC 9(09).
       01  WS-TOTAL-CENTAVOS           PIC 9(09)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-TOTAL-CENTAVOS.
           03 WS-TOTAL-SEM-VIRGULA     PIC 9(11).

      *TOMADOR DO SERVICO: RESPONSAVEL FINANCEIRO OU O PROPRIO ALUNO.
       01  WS-TOMADOR.
           03 WS-TM-NOME               PIC X(20).
           03 WS-TM-CPF                PIC 9(11).
           03 WS-TM-RUA                PIC X(30).
           03 WS-TM-BAIRRO             PIC X(20).
           03 WS-TM-CIDADE             PIC X(20).
           03 WS-TM-UF                 PIC X(02).
           03 WS-TM-CEP                PIC 9(08).

       01  WS-DS-SERVICO               PIC X(20) VALUE SPACES.

       77  WS-ULTIMO-RPS               PIC 9(08) VALUE ZEROS.
       77  WS-ID-CONTATO-FIN           PIC 9(06) VALUE ZEROS.

       77  WS-QTD-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-PAGAS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-RPS                  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-JA-ENVIADAS          PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REJEITADAS           PIC 9(06) VALUE ZEROS.

       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.
       77  WS-EOF-NFSE                 PIC X.
           88 WS-EOF-NFSE-OK           VALUE 'S' FALSE 'N'.
       77  WS-EOF-RESP                 PIC X.
           88 WS-EOF-RESP-OK           VALUE 'S' FALSE 'N'.
       77  WS-NFSE-EXISTE              PIC X.
           88 WS-NFSE-EXISTE-OK        VALUE 'S' FALSE 'N'.
       77  WS-RESP-ABERTO              PIC X.
           88 WS-RESP-ABERTO-OK        VALUE 'S' FALSE 'N'.

       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-N                     PIC 99.
           88 WS-FS-N-OK               VALUE 0.
       77  WS-FS-RPS                   PIC 99.
           88 WS-FS-RPS-OK             VALUE 0.
       77  WS-FS-REJ                   PIC 99.
           88 WS-FS-REJ-OK             VALUE 0.
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTFINNFS'.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'CONCLUIDO'.
       01  WS-DH-INICIO-JOB            PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DH-INICIO-JOB.
           03 WS-DH-INICIO-14          PIC 9(14).
           03 FILLER                   PIC X(07).

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
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-F WS-FS-A WS-FS-N WS-FS-RPS WS-FS-REJ
                      WS-FS-V WS-FS-C WS-COMPETENCIA WS-ULTIMO-RPS
                      WS-QTD-LIDAS WS-QTD-PAGAS WS-QTD-RPS
                      WS-QTD-JA-ENVIADAS WS-QTD-REJEITADAS
                      WS-VALOR-CENTAVOS WS-TOTAL-CENTAVOS
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MENSALIDADE-OK   TO FALSE.
           SET WS-RESP-ABERTO-OK       TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-DH-INICIO-JOB.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA O CAMINHO COMPLETO DOS MESTRES, DO CONTROLE DE NFS-E, DO
      *LOTE DE RPS E DA LISTA DE REJEITADOS A PARTIR DO DIRETORIO
      *BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NFSE.DAT'      DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\RPS.TXT'       DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\RPS.REJ'       DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALURESP.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-RESPONSAVEIS
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CAMINHO-CONTATOS
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O NFSE.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-N-OK THEN
               OPEN OUTPUT NFSE
               CLOSE NFSE
               OPEN I-O NFSE
               IF NOT WS-FS-N-OK THEN
                   PERFORM P800-ERRO   THRU P800-ERRO-FIM
               END-IF
           END-IF.
      *SEM ALURESP.DAT, TODO TOMADOR E O PROPRIO ALUNO.
           OPEN INPUT RESPONSAVEIS.
           IF WS-FS-V-OK THEN
               SET WS-RESP-ABERTO-OK TO TRUE
           END-IF.
           OPEN INPUT CONTATOS.
           OPEN OUTPUT RPS.
           OPEN OUTPUT REJEITADOS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           PERFORM P435-APURA-ULTIMO-RPS
                   THRU P435-APURA-ULTIMO-RPS-FIM.
           PERFORM P440-GRAVA-ABERTURA THRU P440-GRAVA-ABERTURA-FIM.
           PERFORM P445-POSICIONA      THRU P445-POSICIONA-FIM.
           PERFORM P450-LE-COBRANCA    THRU P450-LE-COBRANCA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK.
           PERFORM P490-GRAVA-FECHAMENTO
                   THRU P490-GRAVA-FECHAMENTO-FIM.
           DISPLAY '*** GERACAO DO LOTE DE RPS CONCLUIDA ***'
           END-DISPLAY.
           DISPLAY 'COBRANCAS LIDAS.......: ' WS-QTD-LIDAS
           END-DISPLAY.
           DISPLAY 'PAGAS NO MES..........: ' WS-QTD-PAGAS
           END-DISPLAY.
           DISPLAY 'RPS GERADOS (RPS.TXT).: ' WS-QTD-RPS
           END-DISPLAY.
           DISPLAY 'JA EMITIDAS/PENDENTES.: ' WS-QTD-JA-ENVIADAS
           END-DISPLAY.
           DISPLAY 'SEM CPF (RPS.REJ).....: ' WS-QTD-REJEITADAS
           END-DISPLAY.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY 'GERACAO DO LOTE DE RPS (NFS-E).'
           END-DISPLAY.
           DISPLAY 'INFORME O ANO DOS PAGAMENTOS (AAAA)....: '
           END-DISPLAY.
           ACCEPT WS-CP-ANO
           END-ACCEPT.
           DISPLAY 'INFORME O MES DOS PAGAMENTOS (MM)......: '
           END-DISPLAY.
           ACCEPT WS-CP-MES
           END-ACCEPT.
       P430-MONTA-TELA-FIM.

      *O NUMERO DO RPS E SEQUENCIAL E NUNCA SE REPETE: O PROXIMO E O
      *MAIOR JA GRAVADO EM NFSE.DAT MAIS UM.
       P435-APURA-ULTIMO-RPS.
           SET WS-EOF-NFSE-OK TO FALSE.
           MOVE LOW-VALUES TO CH-NFSE.
           START NFSE KEY IS NOT LESS THAN CH-NFSE
               INVALID KEY
                   SET WS-EOF-NFSE-OK TO TRUE
           END-START.
           PERFORM P436-LE-NFSE THRU P436-LE-NFSE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-NFSE-OK.
       P435-APURA-ULTIMO-RPS-FIM.

       P436-LE-NFSE.
           READ NFSE NEXT RECORD
               AT END
                   SET WS-EOF-NFSE-OK TO TRUE
               NOT AT END
                   IF NR-RPS IS GREATER THAN WS-ULTIMO-RPS THEN
                       MOVE NR-RPS TO WS-ULTIMO-RPS
                   END-IF
           END-READ.
       P436-LE-NFSE-FIM.

       P440-GRAVA-ABERTURA.
           MOVE WS-DH-DATA        TO WS-AB-DATA.
           MOVE WS-COMPETENCIA    TO WS-AB-COMPETENCIA.
           MOVE WS-LINHA-ABERTURA TO REG-RPS.
           WRITE REG-RPS
           END-WRITE.
       P440-GRAVA-ABERTURA-FIM.

       P445-POSICIONA.
           MOVE ZEROS  TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE ZEROS  TO COMPETENCIA.
           MOVE SPACES TO TP-COBRANCA.
           START MENSALIDADE KEY IS NOT LESS THAN CH-MENSALIDADE
               INVALID KEY
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
           END-START.
       P445-POSICIONA-FIM.

      *ENTRA NO LOTE A COBRANCA QUITADA NO MES INFORMADO. A BAIXA
      *PARCIAL (DT-PAGAMENTO AINDA ZERADA) SO GERA RPS NA QUITACAO,
      *PELO VALOR TOTAL RECEBIDO.
       P450-LE-COBRANCA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDAS
                   IF DT-PAGAMENTO (1:6) EQUAL WS-COMPETENCIA AND
                      VL-PAGO IS GREATER THAN ZEROS AND
                      NOT ST-COBRANCA-CANCELADA THEN
                       ADD 1 TO WS-QTD-PAGAS
                       PERFORM P460-TRATA-COBRANCA
                               THRU P460-TRATA-COBRANCA-FIM
                   END-IF
           END-READ.
       P450-LE-COBRANCA-FIM.

       P460-TRATA-COBRANCA.
           SET WS-NFSE-EXISTE-OK TO FALSE.
           MOVE CH-MENSALIDADE TO CH-NFSE.
           READ NFSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-NFSE-EXISTE-OK TO TRUE
           END-READ.
           IF WS-NFSE-EXISTE-OK AND NOT ST-NFSE-REJEITADA THEN
               ADD 1 TO WS-QTD-JA-ENVIADAS
               GO TO P460-TRATA-COBRANCA-FIM
           END-IF.
           PERFORM P470-APURA-TOMADOR THRU P470-APURA-TOMADOR-FIM.
           IF WS-TM-CPF EQUAL ZEROS THEN
               MOVE 'TOMADOR SEM CPF NO CADASTRO'
                    TO DS-MOTIVO-REJEICAO
               PERFORM P480-GRAVA-REJEITO
                       THRU P480-GRAVA-REJEITO-FIM
               GO TO P460-TRATA-COBRANCA-FIM
           END-IF.
           PERFORM P465-GRAVA-DETALHE THRU P465-GRAVA-DETALHE-FIM.
       P460-TRATA-COBRANCA-FIM.
           EXIT.

      *GRAVA A LINHA DO RPS E DEIXA O RPS PENDENTE EM NFSE.DAT (A
      *COBRANCA REJEITADA ANTES E REGRAVADA COM O NOVO NUMERO).
       P465-GRAVA-DETALHE.
           ADD 1 TO WS-ULTIMO-RPS.
           EVALUATE TRUE
               WHEN TP-COBRANCA-MATRICULA
                   MOVE 'TAXA DE MATRICULA'   TO WS-DS-SERVICO
               WHEN TP-COBRANCA-DOCUMENTO
                   MOVE 'TAXA DE DOCUMENTO'   TO WS-DS-SERVICO
               WHEN TP-COBRANCA-RECUPERACAO
                   MOVE 'TAXA DE RECUPERACAO' TO WS-DS-SERVICO
               WHEN TP-COBRANCA-BIBLIOTECA
                   MOVE 'MULTA DA BIBLIOTECA' TO WS-DS-SERVICO
               WHEN OTHER
                   MOVE 'MENSALIDADE ESCOLAR' TO WS-DS-SERVICO
           END-EVALUATE.
           MOVE WS-ULTIMO-RPS     TO WS-DT-NR-RPS.
           MOVE WS-DH-DATA        TO WS-DT-DATA-RPS.
           MOVE CH-MENSALIDADE    TO WS-DT-CH-COBRANCA.
           MOVE VL-PAGO           TO WS-VALOR-CENTAVOS.
           MOVE WS-VALOR-SEM-VIRGULA TO WS-DT-VALOR.
           MOVE WS-TM-CPF         TO WS-DT-CPF-TOMADOR.
           MOVE WS-TM-NOME        TO WS-DT-NM-TOMADOR.
           MOVE WS-TM-RUA         TO WS-DT-RUA.
           MOVE WS-TM-BAIRRO      TO WS-DT-BAIRRO.
           MOVE WS-TM-CIDADE      TO WS-DT-CIDADE.
           MOVE WS-TM-UF          TO WS-DT-UF.
           MOVE WS-TM-CEP         TO WS-DT-CEP.
           MOVE SPACES            TO WS-DT-DISCRIMINACAO.
           STRING FUNCTION TRIM (WS-DS-SERVICO) ' COMP. '
                  COMPETENCIA ' ALUNO ' ID-ALUNO OF CH-MENSALIDADE
                  DELIMITED BY SIZE
                  INTO WS-DT-DISCRIMINACAO
           END-STRING.
           MOVE WS-LINHA-DETALHE  TO REG-RPS.
           WRITE REG-RPS
           END-WRITE.
           ADD VL-PAGO TO WS-TOTAL-CENTAVOS.
           ADD 1 TO WS-QTD-RPS.
           MOVE CH-MENSALIDADE    TO CH-NFSE.
           MOVE WS-ULTIMO-RPS     TO NR-RPS.
           MOVE WS-DH-DATA        TO DT-RPS.
           MOVE VL-PAGO           TO VL-SERVICO-NFSE.
           MOVE WS-TM-CPF         TO CPF-TOMADOR-NFSE.
           MOVE SPACES            TO NR-NFSE.
           MOVE ZEROS             TO DT-EMISSAO-NFSE.
           SET ST-NFSE-PENDENTE   TO TRUE.
           MOVE SPACES            TO DS-MOTIVO-NFSE.
           IF WS-NFSE-EXISTE-OK THEN
               REWRITE REG-NFSE
               END-REWRITE
           ELSE
               WRITE REG-NFSE
               END-WRITE
           END-IF.
       P465-GRAVA-DETALHE-FIM.

      *O TOMADOR E O PRIMEIRO CONTATO VINCULADO AO ALUNO COMO
      *FINANCEIRO EM ALURESP.DAT; SEM ELE, E O PROPRIO ALUNO.
       P470-APURA-TOMADOR.
           MOVE ID-ALUNO OF CH-MENSALIDADE TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE '(ALUNO SEM CADASTRO)'
                        TO NM-ALUNO OF REG-ALUNO
                   MOVE ZEROS  TO CPF-ALUNO OF REG-ALUNO
                   MOVE SPACES TO DS-ALUNO
                   MOVE ZEROS  TO CP-ALUNO
           END-READ.
           MOVE NM-ALUNO OF REG-ALUNO  TO WS-TM-NOME.
           MOVE CPF-ALUNO OF REG-ALUNO TO WS-TM-CPF.
           MOVE RU-ALUNO               TO WS-TM-RUA.
           MOVE BA-ALUNO               TO WS-TM-BAIRRO.
           MOVE CI-ALUNO               TO WS-TM-CIDADE.
           MOVE UF-ALUNO               TO WS-TM-UF.
           MOVE CP-ALUNO               TO WS-TM-CEP.
           IF NOT WS-RESP-ABERTO-OK THEN
               GO TO P470-APURA-TOMADOR-FIM
           END-IF.
           MOVE ZEROS TO WS-ID-CONTATO-FIN.
           SET WS-EOF-RESP-OK TO FALSE.
           MOVE ID-ALUNO OF CH-MENSALIDADE
                TO ID-ALUNO OF CH-RESPONSAVEL.
           MOVE ZEROS TO ID-CONTATO OF CH-RESPONSAVEL.
           START RESPONSAVEIS KEY IS NOT LESS THAN CH-RESPONSAVEL
               INVALID KEY
                   SET WS-EOF-RESP-OK TO TRUE
           END-START.
           PERFORM P475-LE-VINCULO THRU P475-LE-VINCULO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RESP-OK.
           IF WS-ID-CONTATO-FIN EQUAL ZEROS THEN
               GO TO P470-APURA-TOMADOR-FIM
           END-IF.
           MOVE WS-ID-CONTATO-FIN TO ID-CONTATO OF REG-CONTATOS.
           READ CONTATOS
               INVALID KEY
                   GO TO P470-APURA-TOMADOR-FIM
           END-READ.
           MOVE NM-CONTATO  TO WS-TM-NOME.
           MOVE CPF-CONTATO TO WS-TM-CPF.
           MOVE RU-CONTATO  TO WS-TM-RUA.
           MOVE BA-CONTATO  TO WS-TM-BAIRRO.
           MOVE CI-CONTATO  TO WS-TM-CIDADE.
           MOVE UF-CONTATO  TO WS-TM-UF.
           MOVE CP-CONTATO  TO WS-TM-CEP.
       P470-APURA-TOMADOR-FIM.
           EXIT.

       P475-LE-VINCULO.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET WS-EOF-RESP-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO OF CH-RESPONSAVEL NOT EQUAL
                          ID-ALUNO OF CH-MENSALIDADE THEN
                       SET WS-EOF-RESP-OK TO TRUE
                   ELSE
                       IF TP-VINCULO-FINANCEIRO THEN
                           MOVE ID-CONTATO OF CH-RESPONSAVEL
                                TO WS-ID-CONTATO-FIN
                           SET WS-EOF-RESP-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P475-LE-VINCULO-FIM.

       P480-GRAVA-REJEITO.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE CH-MENSALIDADE TO DS-COBRANCA-REJEITADA.
           MOVE WS-TM-NOME     TO DS-TOMADOR-REJEITADO.
           MOVE SPACE          TO REG-REJEITADO (13:1).
           MOVE SPACE          TO REG-REJEITADO (34:1).
           WRITE REG-REJEITADO
           END-WRITE.
       P480-GRAVA-REJEITO-FIM.

       P490-GRAVA-FECHAMENTO.
           MOVE WS-QTD-RPS             TO WS-FC-QTD.
           MOVE WS-TOTAL-SEM-VIRGULA   TO WS-FC-TOTAL.
           MOVE WS-LINHA-FECHAMENTO    TO REG-RPS.
           WRITE REG-RPS
           END-WRITE.
       P490-GRAVA-FECHAMENTO-FIM.

       P420-FECHA-ARQ.
           CLOSE MENSALIDADE.
           CLOSE ALUNOS.
           CLOSE NFSE.
           CLOSE RPS.
           CLOSE REJEITADOS.
           CLOSE RESPONSAVEIS.
           CLOSE CONTATOS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS MENSALIDADE: ' WS-FS-F
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS.....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS NFSE.......: ' WS-FS-N
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-DH-INICIO-14   TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR   TO WS-JL-OPERADOR.
           MOVE WS-QTD-LIDAS      TO WS-JL-QTD-LIDOS.
           MOVE WS-QTD-RPS        TO WS-JL-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADAS TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTFINNFS.
