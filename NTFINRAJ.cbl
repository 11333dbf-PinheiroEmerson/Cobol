      *            PARA QUE UM PERCENTUAL ERRADO POSSA SER ESTORNADO
      *            PELO NTBCKOUT COMO OS DEMAIS LOTES. EXECUCAO
      *            REGISTRADA NO LOG DE JOBS (PGJOBLOG).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    11/09/2023 - O REAJUSTE SO E APLICADO COM A
      *            CO-ASSINATURA DE UM SEGUNDO SUPERVISOR (PGCOASSI). O
      *            CO-ASSINANTE VAI EM CADA REGISTRO DE AUDITORIA DO
      *            LOTE E NA LINHA DO LOG DE JOBS.
      * Update:    14/09/2023 - MODO SIMULACAO: FAZ AS MESMAS
      *            VALIDACOES E CALCULOS SEM REGRAVAR PRECOS NEM
      *            COBRANCAS, SEM CONTROLE DE REAJUSTE, AUDITORIA OU
      *            CO-ASSINATURA; A LISTAGEM ANTES X DEPOIS SAI NO SPOOL
      *            COMO SIMULACAO, COM REJEICOES E TOTAIS, PARA O
      *            FINANCEIRO CONFERIR ANTES DE APLICAR. PELOS
      *            DESPACHANTES DE LOTE O MODO VEM DA AREA DE LOTE;
      *            PELO MENU, E PERGUNTADO.
      * Update:    25/09/2023 - A AUDITORIA DA COBRANCA GRAVA A CHAVE
      *            INTEIRA DE MENSALIDADE (ALUNO, COMPETENCIA E TIPO), E
      *            NAO SO AS 10 PRIMEIRAS POSICOES, QUE MISTURAVAM MESES
      *            E TIPOS DE COBRANCA DO MESMO ALUNO. O NUMERO DO
      *            REGISTRO DE AUDITORIA SO E CONFIRMADO NO PGAUDELO
      *            (ACAO 'G') DEPOIS DO WRITE BEM-SUCEDIDO; WRITE QUE
      *            FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77  WS-QTD-PRECOS               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-COBRANCAS            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC 9(05) VALUE ZEROS.
       77  WS-VL-TOTAL-ANTES           PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-TOTAL-DEPOIS          PIC 9(09)V99 VALUE ZEROS.

      *MODO SIMULACAO: TODAS AS VALIDACOES E CALCULOS SAO FEITOS, MAS
      *NADA E GRAVADO NOS CADASTROS, NO CONTROLE NEM NA AUDITORIA; A
      *LISTAGEM ANTES X DEPOIS E O RELATORIO DO QUE MUDARIA.
       77  WS-SIMULACAO                PIC X     VALUE 'N'.
           88 WS-SIMULACAO-OK          VALUE 'S' FALSE 'N'.

       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

      *AREA DA CO-ASSINATURA DE UM SEGUNDO SUPERVISOR (PGCOASSI) E DO
      *ENCADEAMENTO DA AUDITORIA (PGAUDELO), QUE LEVA O CO-ASSINANTE
      *PARA CADA REGISTRO GRAVADO.
       01  WS-PARM-COASSINA.
           03 WS-CS-PROGRAMA           PIC X(08) VALUE 'NTFINRAJ'.
           03 WS-CS-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-CS-COASSINANTE        PIC X(10) VALUE SPACES.
           03 WS-CS-RESULTADO          PIC X(01) VALUE SPACES.
               88 WS-CS-COASSINADO     VALUE 'S'.
               88 WS-CS-RECUSADO       VALUE 'N'.

       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

      *AREA OPCIONAL DOS DESPACHANTES DE LOTE (NTEODRUN/NTAGNRUN).
       01  LK-PARM-LOTE.
           03 LK-LT-SIMULACAO          PIC X(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA LK-PARM-LOTE.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
                      WS-ID-CURSO-FILTRO WS-COMPETENCIA-BASE
                      WS-REG-ANTES WS-VL-ANTES WS-QTD-PRECOS
                      WS-QTD-COBRANCAS WS-LINHAS-SPOOL WS-LINHA-REL
                      WS-QTD-REJEITADOS WS-VL-TOTAL-ANTES
                      WS-VL-TOTAL-DEPOIS WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-PRECOS-OK        TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE WS-COM-OPERADOR TO WS-JL-OPERADOR.
           PERFORM P105-DEFINE-SIMULACAO
                   THRU P105-DEFINE-SIMULACAO-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *CHAMADO PELOS DESPACHANTES DE LOTE, O MODO VEM DA AREA DE
      *LOTE; CHAMADO PELO MENU, E PERGUNTADO AO OPERADOR.
       P105-DEFINE-SIMULACAO.
           SET WS-SIMULACAO-OK TO FALSE.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               IF LK-LT-SIMULACAO EQUAL 'S' THEN
                   SET WS-SIMULACAO-OK TO TRUE
               END-IF
           ELSE
               DISPLAY 'EXECUTAR EM SIMULACAO, SEM GRAVAR NOS '
                       'CADASTROS? (S/N)'
               END-DISPLAY
               ACCEPT WS-SIMULACAO
               END-ACCEPT
               IF NOT WS-SIMULACAO-OK THEN
                   SET WS-SIMULACAO-OK TO FALSE
               END-IF
           END-IF.
           IF WS-SIMULACAO-OK THEN
               DISPLAY '*** MODO SIMULACAO: NADA SERA GRAVADO NOS '
                       'CADASTROS ***'
               END-DISPLAY
           END-IF.
       P105-DEFINE-SIMULACAO-FIM.

      *MONTA OS CAMINHOS DOS ARQUIVOS A PARTIR DO DIRETORIO BASE
      *CONFIGURADO.
       P015-MONTA-CAMINHOS.
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *NA SIMULACAO OS CADASTROS E O CONTROLE SO SAO LIDOS E A
      *AUDITORIA NAO E ABERTA.
       P400-ABRE-ARQ.
           IF WS-SIMULACAO-OK THEN
               OPEN INPUT PRECOS
           ELSE
               OPEN I-O PRECOS
           END-IF.
           IF NOT WS-FS-PR-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           IF WS-SIMULACAO-OK THEN
               OPEN INPUT MENSALIDADE
           ELSE
               OPEN I-O MENSALIDADE
           END-IF.
           IF NOT WS-FS-MN-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           IF WS-SIMULACAO-OK THEN
               OPEN INPUT REAJUSTE
               GO TO P400-ABRE-ARQ-FIM
           END-IF.
           OPEN I-O REAJUSTE.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-RJ-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.
           EXIT.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA THRU P430-MONTA-TELA-FIM.
      *NA SIMULACAO SEM CONTROLE DE REAJUSTE AINDA CRIADO, NENHUM
      *CODIGO FOI USADO.
           IF WS-SIMULACAO-OK AND NOT WS-FS-RJ-OK THEN
               GO TO P205-PROCESSA-SIMULACAO
           END-IF.
           MOVE WS-CD-REAJUSTE TO CD-REAJUSTE.
           READ REAJUSTE
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-JL-STATUS
                   GO TO P200-PROCESSA-FIM
           END-READ.
      *SIMULACAO NAO ALTERA NADA: DISPENSA CONFIRMACAO E
      *CO-ASSINATURA.
           IF WS-SIMULACAO-OK THEN
               GO TO P205-PROCESSA-SIMULACAO
           END-IF.
           DISPLAY 'CONFIRMA APLICAR ' WS-PC-REAJUSTE
                   ' % A PARTIR DE ' WS-COMPETENCIA-BASE '? (S/N)'
           END-DISPLAY.
               MOVE 'CANCELADO' TO WS-JL-STATUS
               GO TO P200-PROCESSA-FIM
           END-IF.
           MOVE WS-COM-OPERADOR   TO WS-CS-OPERADOR.
           CALL 'PGCOASSI' USING WS-PARM-COASSINA.
           MOVE WS-CS-COASSINANTE TO WS-EL-COASSINANTE.
           IF WS-CS-RECUSADO THEN
               DISPLAY 'REAJUSTE CANCELADO. NADA FOI ALTERADO.'
               END-DISPLAY
               MOVE 'RECUSADO' TO WS-JL-STATUS
               GO TO P200-PROCESSA-FIM
           END-IF.
       P205-PROCESSA-SIMULACAO.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
               PERFORM P600-REAJUSTA-COBRANCAS
                       THRU P600-REAJUSTA-COBRANCAS-FIM
           END-IF.
           IF NOT WS-SIMULACAO-OK THEN
               PERFORM P700-GRAVA-CONTROLE
                       THRU P700-GRAVA-CONTROLE-FIM
           END-IF.
           PERFORM P450-GRAVA-TOTAIS THRU P450-GRAVA-TOTAIS-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'PRECOS REAJUSTADOS....: ' WS-QTD-PRECOS
           END-DISPLAY.
           MOVE VL-MENSALIDADE-CURSO TO WS-VL-ANTES.
           COMPUTE VL-MENSALIDADE-CURSO ROUNDED =
               VL-MENSALIDADE-CURSO * (100 + WS-PC-REAJUSTE) / 100.
           IF WS-SIMULACAO-OK THEN
               GO TO P525-RELATA-PRECO
           END-IF.
           REWRITE REG-PRECO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PRECO DO CURSO '
                   END-DISPLAY
                   GO TO P520-APLICA-PRECO-FIM
           END-REWRITE.
       P525-RELATA-PRECO.
           ADD 1 TO WS-QTD-PRECOS.
           ADD 1 TO WS-JL-QTD-GRAVADOS.
           ADD WS-VL-ANTES          TO WS-VL-TOTAL-ANTES.
           ADD VL-MENSALIDADE-CURSO TO WS-VL-TOTAL-DEPOIS.
           STRING 'PRECO CURSO ' ID-CURSO-PRECO
                  ' COMPETENCIA ' COMPETENCIA-PRECO
                  ' DE ' WS-VL-ANTES
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-SIMULACAO-OK THEN
               GO TO P520-APLICA-PRECO-FIM
           END-IF.
           MOVE 'PRECOS' TO NM-ARQUIVO-AUDITORIA.
           MOVE CH-PRECO TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES TO DS-ANTES-AUDITORIA.
                    TO ID-ALUNO OF REG-ALUNO
               READ ALUNOS
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       STRING 'REJEITADA: COBRANCA ALUNO '
                              ID-ALUNO OF CH-MENSALIDADE
                              ' COMPETENCIA ' COMPETENCIA
                              ' - ALUNO SEM CADASTRO, CURSO '
                              'DESCONHECIDO'
                              DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM P305-GRAVA-LINHA-SPOOL
                               THRU P305-GRAVA-LINHA-SPOOL-FIM
                       GO TO P615-AVALIA-COBRANCA-FIM
               END-READ
               IF ID-CURSO OF REG-ALUNO NOT EQUAL
           MOVE VL-MENSALIDADE  TO WS-VL-ANTES.
           COMPUTE VL-MENSALIDADE ROUNDED =
               VL-MENSALIDADE * (100 + WS-PC-REAJUSTE) / 100.
           IF WS-SIMULACAO-OK THEN
               GO TO P625-RELATA-COBRANCA
           END-IF.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A COBRANCA DO ALUNO '
                   END-DISPLAY
                   GO TO P620-APLICA-COBRANCA-FIM
           END-REWRITE.
       P625-RELATA-COBRANCA.
           ADD 1 TO WS-QTD-COBRANCAS.
           ADD 1 TO WS-JL-QTD-GRAVADOS.
           ADD WS-VL-ANTES    TO WS-VL-TOTAL-ANTES.
           ADD VL-MENSALIDADE TO WS-VL-TOTAL-DEPOIS.
           STRING 'COBRANCA ALUNO ' ID-ALUNO OF CH-MENSALIDADE
                  ' COMPETENCIA ' COMPETENCIA
                  ' DE ' WS-VL-ANTES
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-SIMULACAO-OK THEN
               GO TO P620-APLICA-COBRANCA-FIM
           END-IF.
           MOVE 'MENSALIDA' TO NM-ARQUIVO-AUDITORIA.
           MOVE CH-MENSALIDADE  TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES    TO DS-ANTES-AUDITORIA.
           MOVE REG-MENSALIDADE TO DS-DEPOIS-AUDITORIA.
           PERFORM P790-GRAVA-AUDITORIA
           MOVE 'REAJUSTE'  TO TP-OPERACAO-AUDITORIA.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-AUDITORIA.
           MOVE WS-ID-EXECUCAO  TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P790-GRAVA-AUDITORIA-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-SIMULACAO-OK THEN
               MOVE 'SIMULACAO - NADA FOI GRAVADO NOS CADASTROS. '
                    TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           STRING 'REAJUSTE ' WS-CD-REAJUSTE
                  ' DE ' WS-PC-REAJUSTE
                  ' % A PARTIR DE ' WS-COMPETENCIA-BASE
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

      *TOTAIS DA LISTAGEM: QUANTIDADES E SOMA DOS VALORES ANTES E
      *DEPOIS DO REAJUSTE.
       P450-GRAVA-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'PRECOS: ' WS-QTD-PRECOS
                  ' - COBRANCAS: ' WS-QTD-COBRANCAS
                  ' - REJEITADAS: ' WS-QTD-REJEITADOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'TOTAL ANTES ' WS-VL-TOTAL-ANTES
                  ' - TOTAL DEPOIS ' WS-VL-TOTAL-DEPOIS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P450-GRAVA-TOTAIS-FIM.

       P420-FECHA-ARQ.
           CLOSE PRECOS.
           CLOSE MENSALIDADE.
           CLOSE ALUNOS.
           IF WS-FS-RJ-OK THEN
               CLOSE REAJUSTE
           END-IF.
           IF NOT WS-SIMULACAO-OK THEN
               CLOSE AUDITORIA
           END-IF.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-QTD-REJEITADOS TO WS-JL-QTD-REJEITADOS.
      *SIMULACAO NAO GRAVOU NADA: O LOG NAO A CONFUNDE COM UM LOTE
      *ESTORNAVEL.
           IF WS-SIMULACAO-OK AND WS-JL-STATUS EQUAL 'CONCLUIDO' THEN
               MOVE 'SIMULACAO' TO WS-JL-STATUS
           END-IF.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG WS-CS-COASSINANTE.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
