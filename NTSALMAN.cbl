      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      24/04/2023.
      * Purpose:   CADASTRO DE SALAS (SALAS.DAT, CFPK0060) - INCLUI
      *            E ALTERA A SALA COM PREDIO, TIPO (SALA DE AULA,
      *            LABORATORIO, AUDITORIO), CAPACIDADE E RECURSOS;
      *            CONSULTA; ATIVA E INATIVA (A SALA NAO E EXCLUIDA
      *            PORQUE OS HORARIOS E TURMAS ANTIGOS A CITAM); E
      *            LISTA O CADASTRO, TODO OU DE UM PREDIO. AS
      *            GRAVACOES SAO AUDITADAS.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTSALMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CD-SALA
           FILE  STATUS IS WS-FS-S.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  SALAS.
           COPY CFPK0060.

       FD  AUDITORIA.
           COPY CFPK0006.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

       77  WS-CD-SALA                  PIC X(06) VALUE SPACES.
       77  WS-NM-PREDIO                PIC X(15) VALUE SPACES.
       77  WS-DS-TIPO                  PIC X(11) VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(03) VALUE ZEROS.

      *AREA DE DIGITACAO DA SALA, CONFERIDA ANTES DE IR PARA O
      *REGISTRO.
       01  WS-SALA-DIGITADA.
           03 WS-SD-NM-PREDIO          PIC X(15).
           03 WS-SD-TP-SALA            PIC X(01).
               88 WS-SD-TP-SALA-VALIDO VALUE 'A' 'L' 'U'.
           03 WS-SD-QT-CAPACIDADE      PIC 9(03).
           03 WS-SD-RC-SALA.
               05 WS-SD-RC-PROJETOR    PIC X(01).
               05 WS-SD-RC-COMPUTADORES PIC X(01).
               05 WS-SD-RC-AR-CONDICIONADO PIC X(01).
               05 WS-SD-RC-ACESSIBILIDADE PIC X(01).
           03 WS-SD-DS-RECURSOS        PIC X(30).

       77  WS-EXISTE                   PIC X.
           88 WS-EXISTE-OK             VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-SALAS                PIC X.
           88 WS-EOF-SALAS-OK          VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-FS-S                     PIC 99.
           88 WS-FS-S-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

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
           INITIALIZE WS-OPCAO WS-FS-S WS-FS-AUD WS-CD-SALA
                      WS-NM-PREDIO WS-DS-TIPO WS-QTD-LISTADOS
                      WS-SALA-DIGITADA WS-REG-ANTES WS-AUD-ARQUIVO
                      WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DEPOIS
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DO CADASTRO DE SALAS E DA AUDITORIA A
      *PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\SALAS.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O SALAS.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-S-OK THEN
               OPEN OUTPUT SALAS
               CLOSE SALAS
               OPEN I-O SALAS
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P500-GRAVA-SALA
                           THRU P500-GRAVA-SALA-FIM
               WHEN '2'
                   PERFORM P520-CONSULTA-SALA
                           THRU P520-CONSULTA-SALA-FIM
               WHEN '3'
                   PERFORM P530-ATIVA-INATIVA
                           THRU P530-ATIVA-INATIVA-FIM
               WHEN '4'
                   PERFORM P540-LISTA-SALAS
                           THRU P540-LISTA-SALAS-FIM
               WHEN '9'
                   DISPLAY 'CADASTRO DE SALAS ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '*********** S A L A S *********'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - INCLUIR/ALTERAR SALA   |'.
           DISPLAY '|<2> - CONSULTAR SALA         |'.
           DISPLAY '|<3> - ATIVAR/INATIVAR SALA   |'.
           DISPLAY '|<4> - LISTAR SALAS           |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

       P440-PEDE-SALA.
           DISPLAY 'INFORME O CODIGO DA SALA...............: '
           END-DISPLAY.
           ACCEPT WS-CD-SALA
           END-ACCEPT.
           MOVE WS-CD-SALA TO CD-SALA.
       P440-PEDE-SALA-FIM.

      *INCLUI A SALA OU ALTERA A JA CADASTRADA. A SITUACAO (ATIVA OU
      *INATIVA) SO E MEXIDA PELA OPCAO 3; SALA NOVA ENTRA ATIVA.
       P500-GRAVA-SALA.
           PERFORM P440-PEDE-SALA THRU P440-PEDE-SALA-FIM.
           IF WS-CD-SALA EQUAL SPACES THEN
               DISPLAY 'CODIGO DA SALA INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-SALA-FIM
           END-IF.
           SET WS-EXISTE-OK TO TRUE.
           READ SALAS
               INVALID KEY
                   SET WS-EXISTE-OK TO FALSE
           END-READ.
           IF WS-EXISTE-OK THEN
               MOVE REG-SALA TO WS-REG-ANTES
               PERFORM P550-MOSTRA-SALA THRU P550-MOSTRA-SALA-FIM
           ELSE
               MOVE SPACES TO WS-REG-ANTES
           END-IF.
           DISPLAY 'INFORME O PREDIO.......................: '
           END-DISPLAY.
           ACCEPT WS-SD-NM-PREDIO
           END-ACCEPT.
           DISPLAY 'TIPO (A=AULA L=LABORATORIO U=AUDITORIO): '
           END-DISPLAY.
           ACCEPT WS-SD-TP-SALA
           END-ACCEPT.
           DISPLAY 'INFORME A CAPACIDADE (LUGARES).........: '
           END-DISPLAY.
           ACCEPT WS-SD-QT-CAPACIDADE
           END-ACCEPT.
           DISPLAY 'TEM PROJETOR (S/N).....................: '
           END-DISPLAY.
           ACCEPT WS-SD-RC-PROJETOR
           END-ACCEPT.
           DISPLAY 'TEM COMPUTADORES (S/N).................: '
           END-DISPLAY.
           ACCEPT WS-SD-RC-COMPUTADORES
           END-ACCEPT.
           DISPLAY 'TEM AR CONDICIONADO (S/N)..............: '
           END-DISPLAY.
           ACCEPT WS-SD-RC-AR-CONDICIONADO
           END-ACCEPT.
           DISPLAY 'TEM ACESSIBILIDADE (S/N)...............: '
           END-DISPLAY.
           ACCEPT WS-SD-RC-ACESSIBILIDADE
           END-ACCEPT.
           DISPLAY 'OUTROS RECURSOS (TEXTO LIVRE)..........: '
           END-DISPLAY.
           ACCEPT WS-SD-DS-RECURSOS
           END-ACCEPT.
           IF NOT WS-SD-TP-SALA-VALIDO THEN
               DISPLAY 'TIPO DE SALA INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-SALA-FIM
           END-IF.
           IF WS-SD-QT-CAPACIDADE EQUAL ZEROS THEN
               DISPLAY 'CAPACIDADE INVALIDA.'
               END-DISPLAY
               GO TO P500-GRAVA-SALA-FIM
           END-IF.
           IF WS-EXISTE-OK AND
              WS-SD-QT-CAPACIDADE IS LESS THAN QT-CAPACIDADE THEN
               DISPLAY 'ATENCAO: CAPACIDADE REDUZIDA; A AUDITORIA DE '
                       'HORARIOS APONTA AS OFERTAS QUE NAO CABEM MAIS.'
               END-DISPLAY
           END-IF.
           MOVE WS-SD-NM-PREDIO        TO NM-PREDIO.
           MOVE WS-SD-TP-SALA          TO TP-SALA.
           MOVE WS-SD-QT-CAPACIDADE    TO QT-CAPACIDADE.
           MOVE WS-SD-RC-SALA          TO RC-SALA.
           MOVE WS-SD-DS-RECURSOS      TO DS-RECURSOS.
           MOVE CD-SALA                TO WS-AUD-CHAVE.
           MOVE 'SALAS'                TO WS-AUD-ARQUIVO.
           IF WS-EXISTE-OK THEN
               REWRITE REG-SALA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A SALA.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'SALA ALTERADA COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                       MOVE REG-SALA    TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-REWRITE
           ELSE
               SET ST-SALA-ATIVA TO TRUE
               WRITE REG-SALA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A SALA.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'SALA INCLUIDA COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'INCLUSAO'  TO WS-AUD-OPERACAO
                       MOVE REG-SALA    TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-WRITE
           END-IF.
       P500-GRAVA-SALA-FIM.
           EXIT.

       P520-CONSULTA-SALA.
           PERFORM P440-PEDE-SALA THRU P440-PEDE-SALA-FIM.
           READ SALAS
               INVALID KEY
                   DISPLAY 'SALA NAO CADASTRADA.'
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM P550-MOSTRA-SALA THRU P550-MOSTRA-SALA-FIM
           END-READ.
       P520-CONSULTA-SALA-FIM.

      *SALA INATIVA DEIXA DE SER ACEITA EM HORARIO E TURMA NOVOS;
      *OS JA GRAVADOS NAO SAO MEXIDOS.
       P530-ATIVA-INATIVA.
           PERFORM P440-PEDE-SALA THRU P440-PEDE-SALA-FIM.
           READ SALAS
               INVALID KEY
                   DISPLAY 'SALA NAO CADASTRADA.'
                   END-DISPLAY
                   GO TO P530-ATIVA-INATIVA-FIM
           END-READ.
           PERFORM P550-MOSTRA-SALA THRU P550-MOSTRA-SALA-FIM.
           IF ST-SALA-ATIVA THEN
               DISPLAY 'CONFIRMA A INATIVACAO DA SALA (S/N)? '
               END-DISPLAY
           ELSE
               DISPLAY 'CONFIRMA A REATIVACAO DA SALA (S/N)? '
               END-DISPLAY
           END-IF.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'OPERACAO CANCELADA.'
               END-DISPLAY
               GO TO P530-ATIVA-INATIVA-FIM
           END-IF.
           MOVE REG-SALA TO WS-REG-ANTES.
           IF ST-SALA-ATIVA THEN
               SET ST-SALA-INATIVA TO TRUE
               MOVE 'INATIVACAO' TO WS-AUD-OPERACAO
           ELSE
               SET ST-SALA-ATIVA   TO TRUE
               MOVE 'REATIVACAO' TO WS-AUD-OPERACAO
           END-IF.
           REWRITE REG-SALA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A SALA.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'SITUACAO DA SALA ALTERADA COM SUCESSO.'
                   END-DISPLAY
                   MOVE 'SALAS'  TO WS-AUD-ARQUIVO
                   MOVE CD-SALA  TO WS-AUD-CHAVE
                   MOVE REG-SALA TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P530-ATIVA-INATIVA-FIM.
           EXIT.

      *LISTA O CADASTRO EM ORDEM DE CODIGO; COM O PREDIO INFORMADO,
      *SO AS SALAS DELE.
       P540-LISTA-SALAS.
           DISPLAY 'INFORME O PREDIO (BRANCO = TODOS)......: '
           END-DISPLAY.
           ACCEPT WS-NM-PREDIO
           END-ACCEPT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-SALAS-OK TO FALSE.
           MOVE LOW-VALUES TO CD-SALA.
           START SALAS KEY IS NOT LESS THAN CD-SALA
               INVALID KEY
                   SET WS-EOF-SALAS-OK TO TRUE
           END-START.
           PERFORM P545-LE-SALA THRU P545-LE-SALA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-SALAS-OK.
           DISPLAY 'SALAS LISTADAS: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P540-LISTA-SALAS-FIM.

       P545-LE-SALA.
           READ SALAS NEXT RECORD
               AT END
                   SET WS-EOF-SALAS-OK TO TRUE
               NOT AT END
                   IF WS-NM-PREDIO EQUAL SPACES OR
                      WS-NM-PREDIO EQUAL NM-PREDIO THEN
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM P555-DESCREVE-TIPO
                               THRU P555-DESCREVE-TIPO-FIM
                       DISPLAY CD-SALA ' ' NM-PREDIO ' ' WS-DS-TIPO
                               ' LUGARES: ' QT-CAPACIDADE
                               ' SITUACAO: ' ST-SALA
                       END-DISPLAY
                   END-IF
           END-READ.
       P545-LE-SALA-FIM.

       P550-MOSTRA-SALA.
           PERFORM P555-DESCREVE-TIPO THRU P555-DESCREVE-TIPO-FIM.
           DISPLAY 'SALA.........: ' CD-SALA
           END-DISPLAY.
           DISPLAY 'PREDIO.......: ' NM-PREDIO
           END-DISPLAY.
           DISPLAY 'TIPO.........: ' WS-DS-TIPO
           END-DISPLAY.
           DISPLAY 'CAPACIDADE...: ' QT-CAPACIDADE
           END-DISPLAY.
           DISPLAY 'PROJETOR ' RC-PROJETOR ' - COMPUTADORES '
                   RC-COMPUTADORES ' - AR ' RC-AR-CONDICIONADO
                   ' - ACESSIBILIDADE ' RC-ACESSIBILIDADE
           END-DISPLAY.
           DISPLAY 'OUTROS.......: ' DS-RECURSOS
           END-DISPLAY.
           IF ST-SALA-ATIVA THEN
               DISPLAY 'SITUACAO.....: ATIVA'
               END-DISPLAY
           ELSE
               DISPLAY 'SITUACAO.....: INATIVA'
               END-DISPLAY
           END-IF.
       P550-MOSTRA-SALA-FIM.

       P555-DESCREVE-TIPO.
           EVALUATE TRUE
               WHEN TP-SALA-AULA
                   MOVE 'SALA AULA'   TO WS-DS-TIPO
               WHEN TP-SALA-LABORATORIO
                   MOVE 'LABORATORIO' TO WS-DS-TIPO
               WHEN TP-SALA-AUDITORIO
                   MOVE 'AUDITORIO'   TO WS-DS-TIPO
               WHEN OTHER
                   MOVE SPACES        TO WS-DS-TIPO
           END-EVALUATE.
       P555-DESCREVE-TIPO-FIM.

       P610-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE WS-AUD-ARQUIVO      TO NM-ARQUIVO-AUDITORIA.
           MOVE WS-AUD-OPERACAO     TO TP-OPERACAO-AUDITORIA.
           MOVE WS-AUD-CHAVE        TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES        TO DS-ANTES-AUDITORIA.
           MOVE WS-AUD-DEPOIS       TO DS-DEPOIS-AUDITORIA.
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
           CLOSE SALAS.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTSALMAN.
