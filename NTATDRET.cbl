      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      21/08/2023.
      * Purpose:   LISTA DIARIA DE RETORNOS DE ATENDIMENTO - LE OS
      *            ATENDIMENTOS (ATENDIM.DAT) PELO RESPONSAVEL DO
      *            RETORNO E LISTA, AGRUPADOS POR RESPONSAVEL, OS
      *            RETORNOS EM ABERTO, MARCANDO OS VENCIDOS. O RETORNO
      *            PENDENTE COM DATA ANTERIOR A HOJE E ESCALADO AO
      *            SUPERVISOR (SITUACAO E, COM A DATA DA ESCALADA) E
      *            TODOS OS ESCALADOS SAEM NUMA SECAO PROPRIA NO FIM
      *            DO RELATORIO. RELATORIO NO SPOOL (PGSPOOL),
      *            REIMPRIMIVEL PELO NTSPLREP. PASSO DO FECHAMENTO
      *            NOTURNO (NTEODRUN), COM LOG DE JOBS (PGJOBLOG).
      *            DEVOLVE RETURN-CODE 4 QUANDO HA RETORNO VENCIDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTATDRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATENDIMENTOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ATENDIMENTO
           ALTERNATE RECORD KEY IS ID-ALUNO-ATD
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-RESP-RETORNO-ATD
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ATD.

           SELECT CONTATOS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CONTATO OF REG-CONTATOS
           FILE  STATUS IS WS-FS-C.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  ATENDIMENTOS.
           COPY CFPK0084.

       FD  CONTATOS.
           COPY FD_CONTT.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-EXECUCAO           PIC 9(14).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-RESP-ANTERIOR            PIC X(10) VALUE SPACES.
       77  WS-AVISO-RETORNO            PIC X(08) VALUE SPACES.
       77  WS-QTD-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-RESP                 PIC 9(05) VALUE ZEROS.
       77  WS-QTD-VENCIDOS-RESP        PIC 9(05) VALUE ZEROS.
       77  WS-QTD-RESPONSAVEIS         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-EM-ABERTO            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-VENCIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ESCALADOS-HOJE       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ESCALADOS            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-FALHAS               PIC 9(05) VALUE ZEROS.

       77  WS-EOF-ATD                  PIC X.
           88 WS-EOF-ATD-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-ATD                   PIC 99.
           88 WS-FS-ATD-OK             VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *(60 LINHAS POR PAGINA, COMO NO NTALULIS).
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

      *AREA DO LOG DE JOBS (PGJOBLOG): LIDOS = RETORNOS EM ABERTO,
      *GRAVADOS = ESCALADOS HOJE, REJEITADOS = ESCALADAS QUE NAO
      *PUDERAM SER GRAVADAS.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTATDRET'.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'CONCLUIDO'.

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
           INITIALIZE WS-FS-ATD WS-FS-C WS-FS-SPL WS-RESP-ANTERIOR
                      WS-QTD-LIDOS WS-QTD-RESP WS-QTD-VENCIDOS-RESP
                      WS-QTD-RESPONSAVEIS WS-QTD-EM-ABERTO
                      WS-QTD-VENCIDOS WS-QTD-ESCALADOS-HOJE
                      WS-QTD-ESCALADOS WS-QTD-FALHAS
                      WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ATENDIM.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O ATENDIMENTOS.
      *SEM NENHUM ATENDIMENTO REGISTRADO AINDA (35) CRIA O ARQUIVO:
      *A LISTA SAI VAZIA E O CICLO SEGUE.
           IF WS-FS-ATD EQUAL 35 THEN
               OPEN OUTPUT ATENDIMENTOS
               CLOSE ATENDIMENTOS
               OPEN I-O ATENDIMENTOS
           END-IF.
           IF NOT WS-FS-ATD-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *CONTATOS SO DA O NOME NA LINHA; AUSENTE, A LINHA SAI SEM ELE.
           OPEN INPUT CONTATOS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P450-POSICIONA THRU P450-POSICIONA-FIM.
           PERFORM P500-LE-RETORNO THRU P500-LE-RETORNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATD-OK.
           IF WS-QTD-RESP IS GREATER THAN ZEROS THEN
               PERFORM P610-TOTAL-RESP THRU P610-TOTAL-RESP-FIM
           END-IF.
           IF WS-QTD-EM-ABERTO EQUAL ZEROS THEN
               MOVE '(SEM RETORNOS EM ABERTO)' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.

      *SEGUNDA PASSADA: SECAO DO SUPERVISOR COM TODOS OS ESCALADOS,
      *INCLUSIVE OS ESCALADOS AGORA.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'RETORNOS ESCALADOS AO SUPERVISOR (VENCIDOS SEM '
                  'CONCLUSAO)'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P450-POSICIONA THRU P450-POSICIONA-FIM.
           PERFORM P520-LE-ESCALADO THRU P520-LE-ESCALADO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATD-OK.
           IF WS-QTD-ESCALADOS EQUAL ZEROS THEN
               MOVE '(SEM RETORNOS ESCALADOS)' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.

           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'RETORNOS EM ABERTO: ' WS-QTD-EM-ABERTO
                  ' - VENCIDOS: ' WS-QTD-VENCIDOS
                  ' - ESCALADOS HOJE: ' WS-QTD-ESCALADOS-HOJE
                  ' - ESCALADOS NO TOTAL: ' WS-QTD-ESCALADOS
                  ' - RESPONSAVEIS: ' WS-QTD-RESPONSAVEIS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-QTD-FALHAS IS GREATER THAN ZEROS THEN
               STRING 'ESCALADAS NAO GRAVADAS: ' WS-QTD-FALHAS
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'RETORNOS EM ABERTO.......: ' WS-QTD-EM-ABERTO
           END-DISPLAY.
           DISPLAY 'VENCIDOS.................: ' WS-QTD-VENCIDOS
           END-DISPLAY.
           DISPLAY 'ESCALADOS HOJE...........: ' WS-QTD-ESCALADOS-HOJE
           END-DISPLAY.
       P200-PROCESSA-FIM.

      *POSICIONA NO INICIO DA CHAVE DO RESPONSAVEL. OS ATENDIMENTOS
      *SEM RETORNO (RESPONSAVEL EM BRANCO) VEM PRIMEIRO E SAO PULADOS
      *PELA SITUACAO.
       P450-POSICIONA.
           SET WS-EOF-ATD-OK TO FALSE.
           MOVE SPACES TO ID-RESP-RETORNO-ATD.
           START ATENDIMENTOS KEY IS NOT LESS THAN ID-RESP-RETORNO-ATD
               INVALID KEY
                   SET WS-EOF-ATD-OK TO TRUE
           END-START.
       P450-POSICIONA-FIM.

      *RETORNO EM ABERTO: VENCIDO E AINDA PENDENTE PASSA A ESCALADO.
      *A CADA TROCA DE RESPONSAVEL FECHA O TOTAL DO ANTERIOR E ABRE O
      *CABECALHO DO NOVO.
       P500-LE-RETORNO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-ATD-OK TO TRUE
                   GO TO P500-LE-RETORNO-FIM
           END-READ.
           IF NOT ST-RETORNO-ATD-EM-ABERTO THEN
               GO TO P500-LE-RETORNO-FIM
           END-IF.
           ADD 1 TO WS-QTD-LIDOS.
           ADD 1 TO WS-QTD-EM-ABERTO.
           MOVE SPACES TO WS-AVISO-RETORNO.
           IF DT-RETORNO-ATD IS LESS THAN WS-DH-DATA THEN
               ADD 1 TO WS-QTD-VENCIDOS
               MOVE 'VENCIDO' TO WS-AVISO-RETORNO
               IF ST-RETORNO-ATD-PENDENTE THEN
                   PERFORM P510-ESCALA THRU P510-ESCALA-FIM
               END-IF
           END-IF.
           IF ID-RESP-RETORNO-ATD NOT EQUAL WS-RESP-ANTERIOR
              OR WS-QTD-RESP EQUAL ZEROS THEN
               IF WS-QTD-RESP IS GREATER THAN ZEROS THEN
                   PERFORM P610-TOTAL-RESP THRU P610-TOTAL-RESP-FIM
               END-IF
               MOVE ID-RESP-RETORNO-ATD TO WS-RESP-ANTERIOR
               ADD 1 TO WS-QTD-RESPONSAVEIS
               STRING 'RESPONSAVEL: ' WS-RESP-ANTERIOR
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           ADD 1 TO WS-QTD-RESP.
           IF DT-RETORNO-ATD IS LESS THAN WS-DH-DATA THEN
               ADD 1 TO WS-QTD-VENCIDOS-RESP
           END-IF.
           PERFORM P600-IMPRIME-RETORNO THRU P600-IMPRIME-RETORNO-FIM.
       P500-LE-RETORNO-FIM.
           EXIT.

       P510-ESCALA.
           SET ST-RETORNO-ATD-ESCALADO TO TRUE.
           MOVE WS-DH-DATA TO DT-ESCALADO-ATD.
           REWRITE REG-ATENDIMENTO
               INVALID KEY
                   ADD 1 TO WS-QTD-FALHAS
                   DISPLAY 'ESCALADA NAO GRAVADA: ' ID-CONTATO-ATD
                           ' ' DT-ATD ' ' HR-ATD
                           ' FILE STATUS: ' WS-FS-ATD
                   END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ESCALADOS-HOJE
                   MOVE 'ESCALADO' TO WS-AVISO-RETORNO
           END-REWRITE.
       P510-ESCALA-FIM.
           EXIT.

       P520-LE-ESCALADO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-ATD-OK TO TRUE
                   GO TO P520-LE-ESCALADO-FIM
           END-READ.
           IF NOT ST-RETORNO-ATD-ESCALADO THEN
               GO TO P520-LE-ESCALADO-FIM
           END-IF.
           ADD 1 TO WS-QTD-ESCALADOS.
           MOVE 'ESCALADO' TO WS-AVISO-RETORNO.
           PERFORM P600-IMPRIME-RETORNO THRU P600-IMPRIME-RETORNO-FIM.
       P520-LE-ESCALADO-FIM.
           EXIT.

      *DUAS LINHAS POR RETORNO: A SITUACAO E A ORIGEM, E O RESUMO.
       P600-IMPRIME-RETORNO.
           MOVE ID-CONTATO-ATD TO ID-CONTATO OF REG-CONTATOS.
           MOVE SPACES TO NM-CONTATO.
           IF ID-CONTATO-ATD IS GREATER THAN ZEROS AND
              WS-FS-C-OK THEN
               READ CONTATOS
                   INVALID KEY
                       MOVE SPACES TO NM-CONTATO
               END-READ
           END-IF.
           STRING '  RETORNO ' DT-RETORNO-ATD ' ' WS-AVISO-RETORNO
                  ' COM ' ID-RESP-RETORNO-ATD
                  ' ATENDIMENTO ' ID-CONTATO-ATD ' ' DT-ATD ' ' HR-ATD
                  ' ' NM-CONTATO
                  ' ALUNO ' ID-ALUNO-ATD
                  ' ' CD-ASSUNTO-ATD
                  ' POR ' ID-OPERADOR-ATD
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '    ' DS-RESUMO-ATD-LINHA (1)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-IMPRIME-RETORNO-FIM.

       P610-TOTAL-RESP.
           STRING '  TOTAL DE ' WS-RESP-ANTERIOR ': ' WS-QTD-RESP
                  ' EM ABERTO, ' WS-QTD-VENCIDOS-RESP ' VENCIDOS'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ZEROS TO WS-QTD-RESP.
           MOVE ZEROS TO WS-QTD-VENCIDOS-RESP.
       P610-TOTAL-RESP-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTATDRET'      TO WS-SP-RELATORIO.
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
           DISPLAY 'RELATORIO GUARDADO NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P440-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'RETORNOS DE ATENDIMENTO EM ABERTO POR RESPONSAVEL'
                  ' - POSICAO DE ' WS-DH-DATA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

       P420-FECHA-ARQ.
           CLOSE ATENDIMENTOS.
           CLOSE CONTATOS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ATENDIM...: ' WS-FS-ATD
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           IF RETURN-CODE EQUAL ZEROS AND
              WS-QTD-VENCIDOS IS GREATER THAN ZEROS THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-DH-EXECUCAO   TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR  TO WS-JL-OPERADOR.
           MOVE WS-QTD-LIDOS     TO WS-JL-QTD-LIDOS.
           MOVE WS-QTD-ESCALADOS-HOJE TO WS-JL-QTD-GRAVADOS.
           MOVE WS-QTD-FALHAS    TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTATDRET.
