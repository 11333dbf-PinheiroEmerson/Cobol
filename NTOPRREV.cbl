      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      13/09/2023.
      * Purpose:   APLICACAO DAS REVOGACOES DA RECERTIFICACAO DE
      *            ACESSOS - PEDE O NUMERO DO SPOOL DO RELATORIO
      *            ASSINADO PELO CHEFE DE DEPARTAMENTO (NTOPRCER) E OS
      *            CODIGOS DOS OPERADORES MARCADOS COMO REVOGA,
      *            CONFERE CADA UM (CADASTRADO, NAO REVOGADO, NAO
      *            REPETIDO E NAO O PROPRIO OPERADOR DA SESSAO), MOSTRA
      *            A LISTA E, CONFIRMADA, REVOGA TODOS DE UMA VEZ
      *            (ST-OPERADOR = REVOGADO; O LOGIN PASSA A SER
      *            RECUSADO ATE A REATIVACAO NO NTOPRMAN). CADA
      *            REVOGACAO E AUDITADA COM O ID-EXECUCAO DO LOTE E O
      *            NUMERO DO SPOOL DO RELATORIO ASSINADO. LISTAGEM DAS
      *            REVOGACOES NO SPOOL (PGSPOOL) E LOG DE JOBS
      *            (PGJOBLOG).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTOPRREV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-OPERADOR
           FILE  STATUS IS WS-FS-OPER.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR.
           COPY CFPK0007.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-EXECUCAO           PIC 9(14).
           03 FILLER                   PIC X(07).

       01  WS-DATA-HORA-AUD            PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-AUD.
           03 WS-DA-ANO                PIC 9(04).
           03 WS-DA-MES                PIC 9(02).
           03 WS-DA-DIA                PIC 9(02).
           03 WS-DA-HORA               PIC 9(02).
           03 WS-DA-MIN                PIC 9(02).
           03 WS-DA-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

      *OPERADORES A REVOGAR, CONFERIDOS NA DIGITACAO.
       01  WS-TABELA-REVOGACOES.
           03 WS-QT-REVOGACOES         PIC 9(03) VALUE ZEROS.
           03 WS-RV OCCURS 100 TIMES.
               05 WS-RV-OPERADOR       PIC X(10).
               05 WS-RV-NOME           PIC X(30).

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(03) VALUE ZEROS.

       77  WS-SPOOL-CERTIFICACAO       PIC 9(05) VALUE ZEROS.
       77  WS-ID-OPERADOR              PIC X(10) VALUE SPACES.

       77  WS-FIM-LISTA                PIC X     VALUE 'N'.
           88 WS-FIM-LISTA-OK          VALUE 'S' FALSE 'N'.

       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.

       77  WS-QTD-REVOGADOS            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC 9(06) VALUE ZEROS.

       77  WS-FS-OPER                  PIC 99.
           88 WS-FS-OPER-OK            VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

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

      *AREA DO LOG DE JOBS (PGJOBLOG): LIDOS = OPERADORES INFORMADOS,
      *GRAVADOS = REVOGADOS, REJEITADOS = RECUSADOS NA APLICACAO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTOPRREV'.
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
           INITIALIZE WS-FS-OPER WS-FS-AUD WS-FS-SPL WS-QT-REVOGACOES
                      WS-SPOOL-CERTIFICACAO WS-ID-OPERADOR
                      WS-QTD-REVOGADOS WS-QTD-REJEITADOS
                      WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-FIM-LISTA-OK TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\OPERADOR.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P200-PROCESSA.
           OPEN I-O OPERADOR.
           IF NOT WS-FS-OPER-OK THEN
               DISPLAY 'ARQUIVO DE OPERADORES NAO ENCONTRADO. '
                       'PROCESSAMENTO ENCERRADO.'
               END-DISPLAY
               MOVE 'ABANDONADO' TO WS-JL-STATUS
               GO TO P200-PROCESSA-FIM
           END-IF.
           DISPLAY 'NUMERO DO SPOOL DO RELATORIO DE RECERTIFICACAO '
                   'ASSINADO (0=SAIR): '
           END-DISPLAY.
           ACCEPT WS-SPOOL-CERTIFICACAO
           END-ACCEPT.
           IF WS-SPOOL-CERTIFICACAO EQUAL ZEROS THEN
               DISPLAY 'NENHUMA REVOGACAO APLICADA.'
               END-DISPLAY
               MOVE 'CANCELADO' TO WS-JL-STATUS
               CLOSE OPERADOR
               GO TO P200-PROCESSA-FIM
           END-IF.
           DISPLAY 'INFORME OS OPERADORES MARCADOS COMO REVOGA, UM '
                   'POR VEZ (EM BRANCO ENCERRA A LISTA).'
           END-DISPLAY.
           PERFORM P500-PEDE-OPERADOR THRU P500-PEDE-OPERADOR-FIM
                   WITH TEST BEFORE UNTIL WS-FIM-LISTA-OK.
           IF WS-QT-REVOGACOES EQUAL ZEROS THEN
               DISPLAY 'NENHUMA REVOGACAO INFORMADA.'
               END-DISPLAY
               MOVE 'CANCELADO' TO WS-JL-STATUS
               CLOSE OPERADOR
               GO TO P200-PROCESSA-FIM
           END-IF.
           DISPLAY 'OPERADORES A REVOGAR:'
           END-DISPLAY.
           PERFORM P520-MOSTRA-REVOGACAO THRU P520-MOSTRA-REVOGACAO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-REVOGACOES.
           DISPLAY 'CONFIRMA REVOGAR OS ' WS-QT-REVOGACOES
                   ' OPERADOR(ES) ACIMA? (S/N)'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'REVOGACAO CANCELADA. NADA FOI ALTERADO.'
               END-DISPLAY
               MOVE 'CANCELADO' TO WS-JL-STATUS
               CLOSE OPERADOR
               GO TO P200-PROCESSA-FIM
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           STRING 'REVOGACOES DA RECERTIFICACAO DE ACESSOS - RELATORIO '
                  'ASSINADO NO SPOOL ' WS-SPOOL-CERTIFICACAO
                  ' - EXECUCAO ' WS-DH-EXECUCAO
                  ' - OPERADOR ' WS-COM-OPERADOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P600-REVOGA THRU P600-REVOGA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-REVOGACOES.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'REVOGADOS: ' WS-QTD-REVOGADOS
                  ' - NAO APLICADOS: ' WS-QTD-REJEITADOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           CLOSE AUDITORIA.
           CLOSE OPERADOR.
           DISPLAY 'OPERADORES REVOGADOS.....: ' WS-QTD-REVOGADOS
           END-DISPLAY.
           DISPLAY 'NAO APLICADOS............: ' WS-QTD-REJEITADOS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *CONFERE O OPERADOR DIGITADO ANTES DE ENTRAR NA LISTA. CODIGO
      *EM BRANCO ENCERRA A DIGITACAO.
       P500-PEDE-OPERADOR.
           DISPLAY 'OPERADOR A REVOGAR......................: '
           END-DISPLAY.
           ACCEPT WS-ID-OPERADOR
           END-ACCEPT.
           IF WS-ID-OPERADOR EQUAL SPACES THEN
               SET WS-FIM-LISTA-OK TO TRUE
               GO TO P500-PEDE-OPERADOR-FIM
           END-IF.
           IF WS-QT-REVOGACOES IS GREATER THAN OR EQUAL TO 100 THEN
               DISPLAY 'LIMITE DE 100 OPERADORES POR EXECUCAO. '
                       'APLIQUE ESTES E RODE DE NOVO PARA OS DEMAIS.'
               END-DISPLAY
               SET WS-FIM-LISTA-OK TO TRUE
               GO TO P500-PEDE-OPERADOR-FIM
           END-IF.
           IF WS-ID-OPERADOR EQUAL WS-COM-OPERADOR THEN
               DISPLAY 'O OPERADOR DA SESSAO NAO PODE REVOGAR A SI '
                       'MESMO.'
               END-DISPLAY
               GO TO P500-PEDE-OPERADOR-FIM
           END-IF.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P510-PROCURA-LISTA THRU P510-PROCURA-LISTA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-REVOGACOES
                      OR WS-INDICE-ACHADO IS GREATER THAN ZEROS.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               DISPLAY 'OPERADOR JA INFORMADO.'
               END-DISPLAY
               GO TO P500-PEDE-OPERADOR-FIM
           END-IF.
           MOVE WS-ID-OPERADOR TO ID-OPERADOR.
           READ OPERADOR
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO.'
                   END-DISPLAY
                   GO TO P500-PEDE-OPERADOR-FIM
           END-READ.
           IF ST-OPERADOR-REVOGADO THEN
               DISPLAY 'OPERADOR JA REVOGADO.'
               END-DISPLAY
               GO TO P500-PEDE-OPERADOR-FIM
           END-IF.
           ADD 1 TO WS-QT-REVOGACOES.
           MOVE ID-OPERADOR TO WS-RV-OPERADOR (WS-QT-REVOGACOES).
           MOVE NM-OPERADOR TO WS-RV-NOME (WS-QT-REVOGACOES).
           DISPLAY '  ' FUNCTION TRIM (NM-OPERADOR) ' - NIVEL '
                   NV-OPERADOR ' - INCLUIDO NA LISTA.'
           END-DISPLAY.
       P500-PEDE-OPERADOR-FIM.
           EXIT.

       P510-PROCURA-LISTA.
           IF WS-RV-OPERADOR (WS-INDICE) EQUAL WS-ID-OPERADOR THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P510-PROCURA-LISTA-FIM.

       P520-MOSTRA-REVOGACAO.
           DISPLAY '  ' WS-RV-OPERADOR (WS-INDICE) ' '
                   WS-RV-NOME (WS-INDICE)
           END-DISPLAY.
       P520-MOSTRA-REVOGACAO-FIM.

      *REVOGA UM OPERADOR DA LISTA, RELENDO O REGISTRO (PODE TER SIDO
      *EXCLUIDO OU REVOGADO POR OUTRA ESTACAO DESDE A DIGITACAO).
       P600-REVOGA.
           MOVE WS-RV-OPERADOR (WS-INDICE) TO ID-OPERADOR.
           READ OPERADOR
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
                   STRING WS-RV-OPERADOR (WS-INDICE) ' '
                          WS-RV-NOME (WS-INDICE)
                          ' NAO APLICADO: NAO CADASTRADO'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
                   PERFORM P305-GRAVA-LINHA-SPOOL
                           THRU P305-GRAVA-LINHA-SPOOL-FIM
                   GO TO P600-REVOGA-FIM
           END-READ.
           IF ST-OPERADOR-REVOGADO THEN
               ADD 1 TO WS-QTD-REJEITADOS
               STRING ID-OPERADOR ' ' NM-OPERADOR
                      ' NAO APLICADO: JA REVOGADO'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               GO TO P600-REVOGA-FIM
           END-IF.
      *A IMAGEM DE ANTES LEVA SO NIVEL, SITUACAO E ULTIMO LOGIN: A
      *SENHA CIFRADA NAO VAI PARA A AUDITORIA.
           MOVE SPACES TO DS-ANTES-AUDITORIA.
           STRING 'NIVEL ' NV-OPERADOR
                  ' SITUACAO ' ST-OPERADOR
                  ' ULTIMO LOGIN ' DT-ULTIMO-LOGIN
                  DELIMITED BY SIZE
                  INTO DS-ANTES-AUDITORIA
           END-STRING.
           SET ST-OPERADOR-REVOGADO TO TRUE.
           REWRITE REG-OPERADOR
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
                   STRING ID-OPERADOR ' ' NM-OPERADOR
                          ' NAO APLICADO: ERRO AO GRAVAR. FILE STATUS '
                          WS-FS-OPER
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
                   PERFORM P305-GRAVA-LINHA-SPOOL
                           THRU P305-GRAVA-LINHA-SPOOL-FIM
                   GO TO P600-REVOGA-FIM
           END-REWRITE.
           ADD 1 TO WS-QTD-REVOGADOS.
           PERFORM P610-GRAVA-AUDITORIA THRU P610-GRAVA-AUDITORIA-FIM.
           STRING ID-OPERADOR ' ' NM-OPERADOR ' NIVEL ' NV-OPERADOR
                  ' REVOGADO'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-REVOGA-FIM.
           EXIT.

       P610-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-AUD.
           MOVE WS-DA-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DA-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DA-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DA-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DA-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DA-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'OPERADOR'          TO NM-ARQUIVO-AUDITORIA.
           MOVE 'REVOGACAO'         TO TP-OPERACAO-AUDITORIA.
           MOVE ID-OPERADOR         TO CH-REGISTRO-AUDITORIA.
           MOVE SPACES              TO DS-DEPOIS-AUDITORIA.
           STRING 'REVOGADO NA RECERTIFICACAO - RELATORIO ASSINADO NO '
                  'SPOOL ' WS-SPOOL-CERTIFICACAO
                  DELIMITED BY SIZE
                  INTO DS-DEPOIS-AUDITORIA
           END-STRING.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           MOVE WS-DH-EXECUCAO      TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P610-GRAVA-AUDITORIA-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTOPRREV'      TO WS-SP-RELATORIO.
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

       P900-FINALIZA.
           MOVE ZEROS TO RETURN-CODE.
           IF WS-JL-STATUS EQUAL 'ABANDONADO' THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-QTD-REJEITADOS IS GREATER THAN ZEROS AND
              RETURN-CODE EQUAL ZEROS THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-DH-EXECUCAO    TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR   TO WS-JL-OPERADOR.
           MOVE WS-QT-REVOGACOES  TO WS-JL-QTD-LIDOS.
           MOVE WS-QTD-REVOGADOS  TO WS-JL-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADOS TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTOPRREV.
