      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      19/09/2023.
      * Purpose:   CADASTRO DE UNIDADES (UNIDADE.DAT, CFPK0086) - INCLUI
      *            E ALTERA O CAMPUS COM NOME E CODIGO INEP PROPRIO;
      *            CONSULTA; ATIVA E INATIVA (A UNIDADE NAO E EXCLUIDA
      *            PORQUE ALUNOS, TURMAS, HORARIOS E OPERADORES A
      *            CITAM); E LISTA O CADASTRO. A UNIDADE 01 E A SEDE E
      *            NAO PODE SER INATIVADA. AS GRAVACOES SAO AUDITADAS.
      *            RESTRITO A SUPERVISOR PELO MENU QUE O CHAMA
      *            (NTUTLMEN).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTUNIMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADE
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CD-UNIDADE
           FILE  STATUS IS WS-FS-UNI.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  UNIDADE.
           COPY CFPK0086.

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

       77  WS-CD-UNIDADE               PIC 9(02) VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(03) VALUE ZEROS.

      *AREA DE DIGITACAO DA UNIDADE, CONFERIDA ANTES DE IR PARA O
      *REGISTRO.
       01  WS-UNIDADE-DIGITADA.
           03 WS-UD-NM-UNIDADE         PIC X(30).
           03 WS-UD-CD-INEP            PIC 9(08).

       77  WS-EXISTE                   PIC X.
           88 WS-EXISTE-OK             VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-UNIDADE              PIC X.
           88 WS-EOF-UNIDADE-OK        VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-FS-UNI                   PIC 99.
           88 WS-FS-UNI-OK             VALUE 0.
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
           INITIALIZE WS-OPCAO WS-FS-UNI WS-FS-AUD WS-CD-UNIDADE
                      WS-QTD-LISTADOS WS-UNIDADE-DIGITADA WS-REG-ANTES
                      WS-AUD-ARQUIVO WS-AUD-OPERACAO WS-AUD-CHAVE
                      WS-AUD-DEPOIS WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DO CADASTRO DE UNIDADES E DA AUDITORIA A
      *PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\UNIDADE.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O UNIDADE.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-UNI-OK THEN
               OPEN OUTPUT UNIDADE
               CLOSE UNIDADE
               OPEN I-O UNIDADE
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
                   PERFORM P500-GRAVA-UNIDADE
                           THRU P500-GRAVA-UNIDADE-FIM
               WHEN '2'
                   PERFORM P520-CONSULTA-UNIDADE
                           THRU P520-CONSULTA-UNIDADE-FIM
               WHEN '3'
                   PERFORM P530-ATIVA-INATIVA
                           THRU P530-ATIVA-INATIVA-FIM
               WHEN '4'
                   PERFORM P540-LISTA-UNIDADES
                           THRU P540-LISTA-UNIDADES-FIM
               WHEN '9'
                   DISPLAY 'CADASTRO DE UNIDADES ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '******* U N I D A D E S *******'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - INCLUIR/ALTERAR UNIDADE|'.
           DISPLAY '|<2> - CONSULTAR UNIDADE      |'.
           DISPLAY '|<3> - ATIVAR/INATIVAR UNIDADE|'.
           DISPLAY '|<4> - LISTAR UNIDADES        |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

       P440-PEDE-UNIDADE.
           DISPLAY 'INFORME O CODIGO DA UNIDADE (01=SEDE)..: '
           END-DISPLAY.
           ACCEPT WS-CD-UNIDADE
           END-ACCEPT.
           MOVE WS-CD-UNIDADE TO CD-UNIDADE.
       P440-PEDE-UNIDADE-FIM.

      *INCLUI A UNIDADE OU ALTERA A JA CADASTRADA. A SITUACAO SO E
      *MEXIDA PELA OPCAO 3; UNIDADE NOVA ENTRA ATIVA. 99 E RESERVADO
      *PARA "TODAS" NA LISTA DE UNIDADES DO OPERADOR.
       P500-GRAVA-UNIDADE.
           PERFORM P440-PEDE-UNIDADE THRU P440-PEDE-UNIDADE-FIM.
           IF WS-CD-UNIDADE EQUAL ZEROS OR WS-CD-UNIDADE EQUAL 99
               THEN
               DISPLAY 'CODIGO DA UNIDADE INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-UNIDADE-FIM
           END-IF.
           SET WS-EXISTE-OK TO TRUE.
           READ UNIDADE
               INVALID KEY
                   SET WS-EXISTE-OK TO FALSE
           END-READ.
           IF WS-EXISTE-OK THEN
               MOVE REG-UNIDADE TO WS-REG-ANTES
               PERFORM P550-MOSTRA-UNIDADE
                       THRU P550-MOSTRA-UNIDADE-FIM
           ELSE
               MOVE SPACES TO WS-REG-ANTES
           END-IF.
           DISPLAY 'INFORME O NOME DA UNIDADE..............: '
           END-DISPLAY.
           ACCEPT WS-UD-NM-UNIDADE
           END-ACCEPT.
           DISPLAY 'INFORME O CODIGO INEP DA UNIDADE.......: '
           END-DISPLAY.
           ACCEPT WS-UD-CD-INEP
           END-ACCEPT.
           IF WS-UD-NM-UNIDADE EQUAL SPACES THEN
               DISPLAY 'NOME DA UNIDADE INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-UNIDADE-FIM
           END-IF.
           IF WS-UD-CD-INEP EQUAL ZEROS THEN
               DISPLAY 'CODIGO INEP INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-UNIDADE-FIM
           END-IF.
           MOVE WS-UD-NM-UNIDADE       TO NM-UNIDADE.
           MOVE WS-UD-CD-INEP          TO CD-INEP-UNIDADE.
           MOVE CD-UNIDADE             TO WS-AUD-CHAVE.
           MOVE 'UNIDADE'              TO WS-AUD-ARQUIVO.
           IF WS-EXISTE-OK THEN
               REWRITE REG-UNIDADE
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A UNIDADE.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'UNIDADE ALTERADA COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                       MOVE REG-UNIDADE TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-REWRITE
           ELSE
               MOVE 'A' TO ST-UNIDADE
               WRITE REG-UNIDADE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A UNIDADE.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'UNIDADE INCLUIDA COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'INCLUSAO'  TO WS-AUD-OPERACAO
                       MOVE REG-UNIDADE TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-WRITE
           END-IF.
       P500-GRAVA-UNIDADE-FIM.
           EXIT.

       P520-CONSULTA-UNIDADE.
           PERFORM P440-PEDE-UNIDADE THRU P440-PEDE-UNIDADE-FIM.
           READ UNIDADE
               INVALID KEY
                   DISPLAY 'UNIDADE NAO CADASTRADA.'
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM P550-MOSTRA-UNIDADE
                           THRU P550-MOSTRA-UNIDADE-FIM
           END-READ.
       P520-CONSULTA-UNIDADE-FIM.

      *UNIDADE INATIVA DEIXA DE SER ACEITA EM ALUNO, TURMA, HORARIO E
      *OPERADOR NOVOS (PGUNIDAD); OS JA GRAVADOS NAO SAO MEXIDOS. A
      *SEDE (01) NAO E INATIVADA: E A UNIDADE DOS CADASTROS ANTIGOS.
       P530-ATIVA-INATIVA.
           PERFORM P440-PEDE-UNIDADE THRU P440-PEDE-UNIDADE-FIM.
           READ UNIDADE
               INVALID KEY
                   DISPLAY 'UNIDADE NAO CADASTRADA.'
                   END-DISPLAY
                   GO TO P530-ATIVA-INATIVA-FIM
           END-READ.
           PERFORM P550-MOSTRA-UNIDADE THRU P550-MOSTRA-UNIDADE-FIM.
           IF ST-UNIDADE-ATIVA AND CD-UNIDADE EQUAL 01 THEN
               DISPLAY 'A SEDE (UNIDADE 01) NAO PODE SER INATIVADA.'
               END-DISPLAY
               GO TO P530-ATIVA-INATIVA-FIM
           END-IF.
           IF ST-UNIDADE-ATIVA THEN
               DISPLAY 'CONFIRMA A INATIVACAO DA UNIDADE (S/N)? '
               END-DISPLAY
           ELSE
               DISPLAY 'CONFIRMA A REATIVACAO DA UNIDADE (S/N)? '
               END-DISPLAY
           END-IF.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'OPERACAO CANCELADA.'
               END-DISPLAY
               GO TO P530-ATIVA-INATIVA-FIM
           END-IF.
           MOVE REG-UNIDADE TO WS-REG-ANTES.
           IF ST-UNIDADE-ATIVA THEN
               SET ST-UNIDADE-INATIVA TO TRUE
               MOVE 'INATIVACAO' TO WS-AUD-OPERACAO
           ELSE
               MOVE 'A'          TO ST-UNIDADE
               MOVE 'REATIVACAO' TO WS-AUD-OPERACAO
           END-IF.
           REWRITE REG-UNIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A UNIDADE.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'SITUACAO DA UNIDADE ALTERADA COM SUCESSO.'
                   END-DISPLAY
                   MOVE 'UNIDADE'   TO WS-AUD-ARQUIVO
                   MOVE CD-UNIDADE  TO WS-AUD-CHAVE
                   MOVE REG-UNIDADE TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P530-ATIVA-INATIVA-FIM.
           EXIT.

       P540-LISTA-UNIDADES.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-UNIDADE-OK TO FALSE.
           MOVE ZEROS TO CD-UNIDADE.
           START UNIDADE KEY IS NOT LESS THAN CD-UNIDADE
               INVALID KEY
                   SET WS-EOF-UNIDADE-OK TO TRUE
           END-START.
           PERFORM P545-LE-UNIDADE THRU P545-LE-UNIDADE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-UNIDADE-OK.
           DISPLAY 'UNIDADES LISTADAS: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P540-LISTA-UNIDADES-FIM.

       P545-LE-UNIDADE.
           READ UNIDADE NEXT RECORD
               AT END
                   SET WS-EOF-UNIDADE-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY CD-UNIDADE ' ' NM-UNIDADE
                           ' INEP: ' CD-INEP-UNIDADE
                           ' SITUACAO: ' ST-UNIDADE
                   END-DISPLAY
           END-READ.
       P545-LE-UNIDADE-FIM.

       P550-MOSTRA-UNIDADE.
           DISPLAY 'UNIDADE......: ' CD-UNIDADE
           END-DISPLAY.
           DISPLAY 'NOME.........: ' NM-UNIDADE
           END-DISPLAY.
           DISPLAY 'CODIGO INEP..: ' CD-INEP-UNIDADE
           END-DISPLAY.
           IF ST-UNIDADE-ATIVA THEN
               DISPLAY 'SITUACAO.....: ATIVA'
               END-DISPLAY
           ELSE
               DISPLAY 'SITUACAO.....: INATIVA'
               END-DISPLAY
           END-IF.
       P550-MOSTRA-UNIDADE-FIM.

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
           CLOSE UNIDADE.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTUNIMAN.
