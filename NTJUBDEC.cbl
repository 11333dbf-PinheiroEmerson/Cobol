      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      10/04/2023.
      * Purpose:   DECISAO DO COLEGIADO SOBRE AS PROPOSTAS DE
      *            JUBILAMENTO APURADAS PELO NTJUBRUN (JUBILA.DAT,
      *            CFPK0057) - LISTA AS PROPOSTAS PENDENTES, CONSULTA
      *            O CONTROLE DE UM ALUNO (ADVERTENCIAS E PROPOSTAS DE
      *            TODOS OS PERIODOS) E REGISTRA A DECISAO: CANCELADO
      *            (A SITUACAO CADASTRAL DO ALUNO PASSA A CANCELADO)
      *            OU MANTIDO, COM A REFERENCIA DA ATA DO COLEGIADO.
      *            A MUDANCA DO CADASTRO E A DECISAO SAO AUDITADAS. O
      *            REGISTRO DA DECISAO E RESTRITO A SUPERVISOR.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTJUBDEC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT JUBILA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-JUBILA
           FILE  STATUS IS WS-FS-J.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  JUBILA.
           COPY CFPK0057.

       FD  AUDITORIA.
           COPY CFPK0006.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

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

       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).
       77  WS-DECISAO                  PIC X(01) VALUE SPACES.
       77  WS-DS-DECISAO               PIC X(40) VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(05) VALUE ZEROS.
       77  WS-DS-TIPO                  PIC X(11) VALUE SPACES.
       77  WS-DS-MOTIVO                PIC X(20) VALUE SPACES.
       77  WS-DS-SITUACAO              PIC X(09) VALUE SPACES.

       77  WS-LIBERADO                 PIC X.
           88 WS-LIBERADO-OK           VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-JUBILA               PIC X.
           88 WS-EOF-JUBILA-OK         VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-J                     PIC 99.
           88 WS-FS-J-OK               VALUE 0.
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
           03 WS-COM-NIVEL             PIC 9(01).

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
           INITIALIZE WS-OPCAO WS-FS-A WS-FS-J WS-FS-AUD
                      WS-ID-ALUNO WS-ANO-SEMESTRE WS-DECISAO
                      WS-DS-DECISAO WS-QTD-LISTADOS WS-REG-ANTES
                      WS-AUD-ARQUIVO WS-AUD-OPERACAO WS-AUD-CHAVE
                      WS-AUD-DEPOIS WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DO CADASTRO, DO CONTROLE DE JUBILAMENTO E
      *DA AUDITORIA A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\JUBILA.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O JUBILA.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-J-OK THEN
               OPEN OUTPUT JUBILA
               CLOSE JUBILA
               OPEN I-O JUBILA
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
                   PERFORM P500-LISTA-PENDENTES
                           THRU P500-LISTA-PENDENTES-FIM
               WHEN '2'
                   PERFORM P520-CONSULTA-ALUNO
                           THRU P520-CONSULTA-ALUNO-FIM
               WHEN '3'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P540-DECIDE THRU P540-DECIDE-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '9'
                   DISPLAY 'DECISAO DE JUBILAMENTO ENCERRADA'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '******** JUBILAMENTO **********'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - PROPOSTAS PENDENTES    |'.
           DISPLAY '|<2> - CONSULTAR ALUNO        |'.
           DISPLAY '|<3> - REGISTRAR DECISAO      |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *PERCORRE O CONTROLE INTEIRO E MOSTRA AS PROPOSTAS AINDA SEM
      *DECISAO DO COLEGIADO.
       P500-LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-JUBILA-OK TO FALSE.
           MOVE LOW-VALUES TO CH-JUBILA.
           START JUBILA KEY IS NOT LESS THAN CH-JUBILA
               INVALID KEY
                   SET WS-EOF-JUBILA-OK TO TRUE
           END-START.
           PERFORM P505-LE-PENDENTE THRU P505-LE-PENDENTE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-JUBILA-OK.
           DISPLAY 'PROPOSTAS PENDENTES: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P500-LISTA-PENDENTES-FIM.

       P505-LE-PENDENTE.
           READ JUBILA NEXT RECORD
               AT END
                   SET WS-EOF-JUBILA-OK TO TRUE
               NOT AT END
                   IF TP-JUBILA-PROPOSTA AND ST-DECISAO-PENDENTE THEN
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM P510-MOSTRA-JUBILA
                               THRU P510-MOSTRA-JUBILA-FIM
                   END-IF
           END-READ.
       P505-LE-PENDENTE-FIM.

       P510-MOSTRA-JUBILA.
           EVALUATE TRUE
               WHEN TP-JUBILA-PROPOSTA
                   MOVE 'PROPOSTA'    TO WS-DS-TIPO
               WHEN OTHER
                   MOVE 'ADVERTENCIA' TO WS-DS-TIPO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TP-MOTIVO-REPROVACAO
                   MOVE 'REPROVACOES'         TO WS-DS-MOTIVO
               WHEN TP-MOTIVO-PRAZO
                   MOVE 'PRAZO DO CURSO'      TO WS-DS-MOTIVO
               WHEN OTHER
                   MOVE 'REPROVACOES E PRAZO' TO WS-DS-MOTIVO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ST-DECISAO-PENDENTE
                   MOVE 'PENDENTE'  TO WS-DS-SITUACAO
               WHEN ST-DECISAO-CANCELADO
                   MOVE 'CANCELADO' TO WS-DS-SITUACAO
               WHEN ST-DECISAO-MANTIDO
                   MOVE 'MANTIDO'   TO WS-DS-SITUACAO
               WHEN OTHER
                   MOVE SPACES      TO WS-DS-SITUACAO
           END-EVALUATE.
           DISPLAY 'ALUNO ' ID-ALUNO-JUB ' - PERIODO ' AS-ANO-JUB '/'
                   AS-SEMESTRE-JUB ' - ' WS-DS-TIPO ' - '
                   WS-DS-MOTIVO ' ' WS-DS-SITUACAO
           END-DISPLAY.
           IF TP-MOTIVO-REPROVACAO OR TP-MOTIVO-AMBOS THEN
               DISPLAY '   MATERIA ' ID-MATERIA-JUB ' - '
                       QT-REPROVACOES-JUB ' REPROVACOES'
               END-DISPLAY
           END-IF.
           IF TP-MOTIVO-PRAZO OR TP-MOTIVO-AMBOS THEN
               DISPLAY '   INGRESSO ' AA-INGRESSO-JUB
                       ' - PRAZO MAXIMO ATE ' AA-LIMITE-JUB
               END-DISPLAY
           END-IF.
           IF ST-DECISAO-CANCELADO OR ST-DECISAO-MANTIDO THEN
               DISPLAY '   DECIDIDO EM ' DT-DECISAO-JUB ' POR '
                       ID-OPERADOR-DECISAO-JUB ': ' DS-DECISAO-JUB
               END-DISPLAY
           END-IF.
       P510-MOSTRA-JUBILA-FIM.

      *MOSTRA TODO O CONTROLE DE UM ALUNO (A CHAVE COMECA POR ELE).
       P520-CONSULTA-ALUNO.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-JUBILA-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-JUB.
           MOVE ZEROS       TO AS-JUBILA.
           START JUBILA KEY IS NOT LESS THAN CH-JUBILA
               INVALID KEY
                   SET WS-EOF-JUBILA-OK TO TRUE
           END-START.
           PERFORM P525-LE-DO-ALUNO THRU P525-LE-DO-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-JUBILA-OK.
           IF WS-QTD-LISTADOS EQUAL ZEROS THEN
               DISPLAY 'ALUNO SEM ADVERTENCIA OU PROPOSTA DE '
                       'JUBILAMENTO.'
               END-DISPLAY
           END-IF.
       P520-CONSULTA-ALUNO-FIM.

       P525-LE-DO-ALUNO.
           READ JUBILA NEXT RECORD
               AT END
                   SET WS-EOF-JUBILA-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-JUB NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-JUBILA-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM P510-MOSTRA-JUBILA
                               THRU P510-MOSTRA-JUBILA-FIM
                   END-IF
           END-READ.
       P525-LE-DO-ALUNO-FIM.

      *REGISTRA A DECISAO DO COLEGIADO SOBRE UMA PROPOSTA PENDENTE.
      *CANCELADO MUDA A SITUACAO CADASTRAL DO ALUNO PARA CANCELADO
      *(AUDITADO); MANTIDO SO ENCERRA A PROPOSTA. A DECISAO TAMBEM
      *VAI PARA A AUDITORIA.
       P540-DECIDE.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           DISPLAY 'ANO DO PERIODO DA PROPOSTA.............: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'SEMESTRE DO PERIODO DA PROPOSTA........: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           MOVE WS-ID-ALUNO     TO ID-ALUNO-JUB.
           MOVE WS-ANO-SEMESTRE TO AS-JUBILA.
           READ JUBILA
               INVALID KEY
                   DISPLAY 'PROPOSTA NAO LOCALIZADA.'
                   END-DISPLAY
                   GO TO P540-DECIDE-FIM
           END-READ.
           PERFORM P510-MOSTRA-JUBILA THRU P510-MOSTRA-JUBILA-FIM.
           IF NOT TP-JUBILA-PROPOSTA THEN
               DISPLAY 'ADVERTENCIA NAO TEM DECISAO DO COLEGIADO.'
               END-DISPLAY
               GO TO P540-DECIDE-FIM
           END-IF.
           IF NOT ST-DECISAO-PENDENTE THEN
               DISPLAY 'PROPOSTA JA DECIDIDA.'
               END-DISPLAY
               GO TO P540-DECIDE-FIM
           END-IF.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO LOCALIZADO NO CADASTRO.'
                   END-DISPLAY
                   GO TO P540-DECIDE-FIM
           END-READ.
           DISPLAY 'ALUNO ' ID-ALUNO OF REG-ALUNO ' - '
                   NM-ALUNO OF REG-ALUNO ' - SITUACAO: ' ST-ALUNO
           END-DISPLAY.
           DISPLAY 'DECISAO (C = CANCELAR MATRICULA, M = MANTER): '
           END-DISPLAY.
           ACCEPT WS-DECISAO
           END-ACCEPT.
           IF WS-DECISAO NOT EQUAL 'C' AND WS-DECISAO NOT EQUAL 'M'
              THEN
               DISPLAY 'DECISAO INVALIDA.'
               END-DISPLAY
               GO TO P540-DECIDE-FIM
           END-IF.
           IF WS-DECISAO EQUAL 'C' AND
              (ST-ALUNO-EGRESSO OR ST-ALUNO-TRANSFERIDO) THEN
               DISPLAY 'ALUNO JA DESLIGADO (' ST-ALUNO
                       '). CANCELAMENTO RECUSADO.'
               END-DISPLAY
               GO TO P540-DECIDE-FIM
           END-IF.
           DISPLAY 'ATA/JUSTIFICATIVA DO COLEGIADO.........: '
           END-DISPLAY.
           ACCEPT WS-DS-DECISAO
           END-ACCEPT.
           DISPLAY 'CONFIRMA A DECISAO? (S/N)'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'DECISAO NAO REGISTRADA.'
               END-DISPLAY
               GO TO P540-DECIDE-FIM
           END-IF.
           IF WS-DECISAO EQUAL 'C' THEN
               PERFORM P550-CANCELA-ALUNO
                       THRU P550-CANCELA-ALUNO-FIM
               IF NOT WS-LIBERADO-OK THEN
                   GO TO P540-DECIDE-FIM
               END-IF
           END-IF.
           PERFORM P560-GRAVA-DECISAO THRU P560-GRAVA-DECISAO-FIM.
       P540-DECIDE-FIM.
           EXIT.

      *MUDA A SITUACAO CADASTRAL DO ALUNO PARA CANCELADO, COM AS
      *IMAGENS ANTES E DEPOIS DO CADASTRO NA AUDITORIA. ALUNO JA
      *CANCELADO FICA COMO ESTA.
       P550-CANCELA-ALUNO.
           SET WS-LIBERADO-OK TO TRUE.
           IF ST-ALUNO-CANCELADO THEN
               GO TO P550-CANCELA-ALUNO-FIM
           END-IF.
           MOVE REG-ALUNO TO WS-REG-ANTES.
           SET ST-ALUNO-CANCELADO TO TRUE.
           REWRITE REG-ALUNO
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR O CADASTRO DO ALUNO.'
                   END-DISPLAY
                   SET WS-LIBERADO-OK TO FALSE
               NOT INVALID KEY
                   MOVE 'ALUNOS'     TO WS-AUD-ARQUIVO
                   MOVE 'JUBILAMENT' TO WS-AUD-OPERACAO
                   MOVE ID-ALUNO OF REG-ALUNO TO WS-AUD-CHAVE
                   MOVE REG-ALUNO    TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
                   DISPLAY 'SITUACAO CADASTRAL DO ALUNO: CANCELADO.'
                   END-DISPLAY
           END-REWRITE.
       P550-CANCELA-ALUNO-FIM.
           EXIT.

       P560-GRAVA-DECISAO.
           MOVE REG-JUBILA TO WS-REG-ANTES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DECISAO      TO ST-DECISAO-JUB.
           MOVE WS-DH-DATA      TO DT-DECISAO-JUB.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-DECISAO-JUB.
           MOVE WS-DS-DECISAO   TO DS-DECISAO-JUB.
           REWRITE REG-JUBILA
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR A DECISAO.'
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE 'JUBILA'     TO WS-AUD-ARQUIVO
                   MOVE 'DECISAO'    TO WS-AUD-OPERACAO
                   MOVE CH-JUBILA    TO WS-AUD-CHAVE
                   MOVE REG-JUBILA   TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
                   DISPLAY 'DECISAO REGISTRADA COM SUCESSO.'
                   END-DISPLAY
           END-REWRITE.
       P560-GRAVA-DECISAO-FIM.

      *REGISTRA NA AUDITORIA A MUDANCA INFORMADA NOS CAMPOS WS-AUD,
      *COM AS IMAGENS ANTES (WS-REG-ANTES) E DEPOIS E O OPERADOR.
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
           CLOSE ALUNOS.
           CLOSE JUBILA.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS: ' WS-FS-A
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTJUBDEC.
