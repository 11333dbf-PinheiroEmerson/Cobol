      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      26/06/2023.
      * Purpose:   CONSULTA DE AUTENTICIDADE DE DOCUMENTOS NO BALCAO:
      *            CONFERE O CODIGO DE VERIFICACAO APRESENTADO (EMPRESA
      *            OU OUTRA ESCOLA QUE RECEBEU O DOCUMENTO) CONTRA O
      *            REGISTRO DE DOCUMENTOS EMITIDOS (DOCREG.DAT,
      *            CFPK0076, GRAVADO PELA ROTINA PGDOCREG NAS EMISSOES
      *            DE DECLARACAO, CONTRATO, CERTIFICADO, HISTORICO E
      *            BOLETIM), CONFIRMANDO OU NEGANDO A EMISSAO E
      *            MOSTRANDO O QUE O ORIGINAL DIZIA; A DIGITAL DO
      *            RESUMO E RECALCULADA PARA CONFERIR O PROPRIO
      *            REGISTRO. LISTA OS DOCUMENTOS EMITIDOS PARA UM
      *            ALUNO E PERMITE REVOGAR UM DOCUMENTO (POR EXEMPLO
      *            APOS CORRECAO DE NOTA), QUE PASSA A SAIR COMO
      *            REVOGADO NA CONSULTA. A REVOGACAO E RESTRITA A
      *            SUPERVISOR, EXIGE MOTIVO E E AUDITADA.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTDOCVER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCREG
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CD-VERIFICACAO-DRG
           ALTERNATE RECORD KEY IS ID-ALUNO-DRG
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-DRG.

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

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCREG.
           COPY CFPK0076.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  AUDITORIA.
           COPY CFPK0006.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 WS-DH-HORARIO            PIC 9(06).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

       77  WS-CD-VERIFICACAO           PIC X(13) VALUE SPACES.
       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-DS-MOTIVO                PIC X(40) VALUE SPACES.
       77  WS-DS-TIPO                  PIC X(24) VALUE SPACES.
       77  WS-DS-SITUACAO              PIC X(08) VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(05) VALUE ZEROS.

      *DATA DO REGISTRO (AAAAMMDD) NA FORMA DD/MM/AAAA DA TELA.
       01  WS-DATA-AAAAMMDD            PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DA-ANO                PIC 9(04).
           03 WS-DA-MES                PIC 9(02).
           03 WS-DA-DIA                PIC 9(02).
       01  WS-DATA-TELA.
           03 WS-DT-DIA                PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-DT-MES                PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-DT-ANO                PIC 9(04).

      *AREA DO REGISTRO DE DOCUMENTOS (PGDOCREG), USADA AQUI SO PARA
      *RECALCULAR A DIGITAL DO RESUMO GRAVADO.
       01  WS-PARM-DOCREG.
           03 WS-DR-ACAO               PIC X(01).
           03 WS-DR-TP-DOCUMENTO       PIC X(01).
           03 WS-DR-NR-DOCUMENTO       PIC 9(06).
           03 WS-DR-ID-ALUNO           PIC 9(05).
           03 WS-DR-OPERADOR           PIC X(10).
           03 WS-DR-CONTEUDO           PIC X(250).
           03 WS-DR-NR-DIGITAL         PIC 9(09).
           03 WS-DR-CD-VERIFICACAO     PIC X(13).
           03 WS-DR-RETORNO            PIC 9(01).

       77  WS-REGISTRO-INTEGRO         PIC X.
           88 WS-REGISTRO-INTEGRO-OK   VALUE 'S' FALSE 'N'.
       77  WS-ALU-ABERTO               PIC X.
           88 WS-ALU-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-DRG                  PIC X.
           88 WS-EOF-DRG-OK            VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-FS-DRG                   PIC 99.
           88 WS-FS-DRG-OK             VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
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
           INITIALIZE WS-OPCAO WS-FS-DRG WS-FS-A WS-FS-AUD
                      WS-CD-VERIFICACAO WS-ID-ALUNO WS-DS-MOTIVO
                      WS-DS-TIPO WS-DS-SITUACAO WS-QTD-LISTADOS
                      WS-REG-ANTES WS-AUD-ARQUIVO WS-AUD-OPERACAO
                      WS-AUD-CHAVE WS-AUD-DEPOIS WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DOCREG.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO: SEM
      *NENHUMA EMISSAO REGISTRADA, TODO CODIGO E NEGADO.
           OPEN I-O DOCREG.
           IF NOT WS-FS-DRG-OK THEN
               OPEN OUTPUT DOCREG
               CLOSE DOCREG
               OPEN I-O DOCREG
           END-IF.
           IF NOT WS-FS-DRG-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *O CADASTRO DE ALUNOS SO DA O NOME NA LISTA POR ALUNO.
           OPEN INPUT ALUNOS.
           IF WS-FS-A-OK THEN
               SET WS-ALU-ABERTO-OK TO TRUE
           ELSE
               SET WS-ALU-ABERTO-OK TO FALSE
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
                   PERFORM P500-CONFERE-CODIGO
                           THRU P500-CONFERE-CODIGO-FIM
               WHEN '2'
                   PERFORM P520-LISTA-ALUNO
                           THRU P520-LISTA-ALUNO-FIM
               WHEN '3'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   PERFORM P540-REVOGA-DOCUMENTO
                           THRU P540-REVOGA-DOCUMENTO-FIM
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN '9'
                   DISPLAY 'AUTENTICIDADE DE DOCUMENTOS ENCERRADA'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '** AUTENTICIDADE DOCUMENTOS  **'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - CONFERIR CODIGO        |'.
           DISPLAY '|<2> - DOCUMENTOS DO ALUNO    |'.
           DISPLAY '|<3> - REVOGAR DOCUMENTO      |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *PEDE O CODIGO DE VERIFICACAO E LE O REGISTRO DA EMISSAO
      *(WS-EOF-DRG-OK QUANDO O CODIGO NAO EXISTE NO REGISTRO).
       P440-LE-CODIGO.
           DISPLAY 'INFORME O CODIGO DE VERIFICACAO........: '
           END-DISPLAY.
           ACCEPT WS-CD-VERIFICACAO
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE (WS-CD-VERIFICACAO)
                TO WS-CD-VERIFICACAO.
           MOVE WS-CD-VERIFICACAO TO CD-VERIFICACAO-DRG.
           SET WS-EOF-DRG-OK TO FALSE.
           READ DOCREG
               INVALID KEY
                   SET WS-EOF-DRG-OK TO TRUE
           END-READ.
       P440-LE-CODIGO-FIM.

      *CONFIRMA OU NEGA O CODIGO APRESENTADO E MOSTRA O QUE O
      *DOCUMENTO ORIGINAL DIZIA.
       P500-CONFERE-CODIGO.
           PERFORM P440-LE-CODIGO      THRU P440-LE-CODIGO-FIM.
           IF WS-EOF-DRG-OK THEN
               DISPLAY '*** CODIGO NAO CONFERE: NENHUM DOCUMENTO FOI '
                       'EMITIDO COM ESTE CODIGO. ***'
               END-DISPLAY
               GO TO P500-CONFERE-CODIGO-FIM
           END-IF.
           PERFORM P590-MOSTRA-DOCUMENTO
                   THRU P590-MOSTRA-DOCUMENTO-FIM.
           PERFORM P595-CONFERE-DIGITAL
                   THRU P595-CONFERE-DIGITAL-FIM.
           IF NOT WS-REGISTRO-INTEGRO-OK THEN
               DISPLAY '*** REGISTRO DA EMISSAO NAO CONFERE COM A '
                       'DIGITAL GRAVADA: DOCUMENTO NAO CONFIRMADO. '
                       'AVISE A SECRETARIA. ***'
               END-DISPLAY
               GO TO P500-CONFERE-CODIGO-FIM
           END-IF.
           IF ST-DOC-REVOGADO THEN
               MOVE DT-REVOGACAO-DRG TO WS-DATA-AAAAMMDD
               PERFORM P598-FORMATA-DATA THRU P598-FORMATA-DATA-FIM
               DISPLAY '*** DOCUMENTO EMITIDO POR ESTA SECRETARIA, MAS '
                       'REVOGADO EM ' WS-DATA-TELA ' - NAO TEM MAIS '
                       'VALIDADE. ***'
               END-DISPLAY
               DISPLAY '    MOTIVO DA REVOGACAO: ' DS-MOTIVO-REV-DRG
               END-DISPLAY
           ELSE
               DISPLAY '*** DOCUMENTO AUTENTICO E VALIDO. ***'
               END-DISPLAY
           END-IF.
       P500-CONFERE-CODIGO-FIM.
           EXIT.

      *TODAS AS EMISSOES REGISTRADAS PARA O ALUNO, PELA CHAVE POR
      *ALUNO.
       P520-LISTA-ALUNO.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE '(SEM CADASTRO)' TO NM-ALUNO OF REG-ALUNO.
           IF WS-ALU-ABERTO-OK THEN
               MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO
               READ ALUNOS
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO NM-ALUNO OF REG-ALUNO
               END-READ
           END-IF.
           DISPLAY '----- DOCUMENTOS EMITIDOS PARA O ALUNO '
                   WS-ID-ALUNO ' - ' NM-ALUNO OF REG-ALUNO ' -----'
           END-DISPLAY.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-DRG-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-DRG.
           START DOCREG KEY IS EQUAL TO ID-ALUNO-DRG
               INVALID KEY
                   SET WS-EOF-DRG-OK TO TRUE
           END-START.
           PERFORM P525-LE-DOCUMENTO THRU P525-LE-DOCUMENTO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DRG-OK.
           IF WS-QTD-LISTADOS EQUAL ZEROS THEN
               DISPLAY 'NENHUM DOCUMENTO REGISTRADO PARA O ALUNO.'
               END-DISPLAY
           END-IF.
       P520-LISTA-ALUNO-FIM.

       P525-LE-DOCUMENTO.
           READ DOCREG NEXT RECORD
               AT END
                   SET WS-EOF-DRG-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-DRG NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-DRG-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM P592-DESCREVE THRU P592-DESCREVE-FIM
                       MOVE DT-EMISSAO-DRG TO WS-DATA-AAAAMMDD
                       PERFORM P598-FORMATA-DATA
                               THRU P598-FORMATA-DATA-FIM
                       DISPLAY CD-VERIFICACAO-DRG ' ' WS-DS-TIPO ' '
                               WS-DATA-TELA ' ' ID-OPERADOR-DRG ' '
                               WS-DS-SITUACAO
                       END-DISPLAY
                   END-IF
           END-READ.
       P525-LE-DOCUMENTO-FIM.

      *REVOGA UM DOCUMENTO EMITIDO: O REGISTRO FICA, MARCADO COMO
      *REVOGADO COM DATA, OPERADOR E MOTIVO, E A CONSULTA PASSA A
      *AVISAR QUE O DOCUMENTO NAO TEM MAIS VALIDADE.
       P540-REVOGA-DOCUMENTO.
           PERFORM P440-LE-CODIGO      THRU P440-LE-CODIGO-FIM.
           IF WS-EOF-DRG-OK THEN
               DISPLAY 'CODIGO NAO ENCONTRADO NO REGISTRO.'
               END-DISPLAY
               GO TO P540-REVOGA-DOCUMENTO-FIM
           END-IF.
           PERFORM P590-MOSTRA-DOCUMENTO
                   THRU P590-MOSTRA-DOCUMENTO-FIM.
           IF ST-DOC-REVOGADO THEN
               DISPLAY 'DOCUMENTO JA REVOGADO.'
               END-DISPLAY
               GO TO P540-REVOGA-DOCUMENTO-FIM
           END-IF.
           DISPLAY 'MOTIVO DA REVOGACAO....................: '
           END-DISPLAY.
           ACCEPT WS-DS-MOTIVO
           END-ACCEPT.
           IF WS-DS-MOTIVO EQUAL SPACES THEN
               DISPLAY 'MOTIVO OBRIGATORIO. REVOGACAO CANCELADA.'
               END-DISPLAY
               GO TO P540-REVOGA-DOCUMENTO-FIM
           END-IF.
           DISPLAY 'CONFIRMA A REVOGACAO DO DOCUMENTO? (S/N)'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'REVOGACAO CANCELADA.'
               END-DISPLAY
               GO TO P540-REVOGA-DOCUMENTO-FIM
           END-IF.
      *O REGISTRO PASSA DAS 250 POSICOES DA AUDITORIA; A IMAGEM
      *GUARDA A IDENTIFICACAO DA EMISSAO E A SITUACAO.
           MOVE SPACES TO WS-REG-ANTES.
           STRING CD-VERIFICACAO-DRG ' ' TP-DOCUMENTO-DRG ' '
                  NR-DOCUMENTO-DRG ' ' ID-ALUNO-DRG ' '
                  DT-EMISSAO-DRG ' ' ID-OPERADOR-DRG ' '
                  ST-DOCUMENTO-DRG
                  DELIMITED BY SIZE
                  INTO WS-REG-ANTES
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           SET ST-DOC-REVOGADO  TO TRUE.
           MOVE WS-DH-DATA      TO DT-REVOGACAO-DRG.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-REV-DRG.
           MOVE WS-DS-MOTIVO    TO DS-MOTIVO-REV-DRG.
           REWRITE REG-DOCREG
               INVALID KEY
                   DISPLAY 'ERRO NA ATUALIZACAO. FILE STATUS: '
                           WS-FS-DRG
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE 'DOCREG'           TO WS-AUD-ARQUIVO
                   MOVE 'REVOGACAO'        TO WS-AUD-OPERACAO
                   MOVE CD-VERIFICACAO-DRG TO WS-AUD-CHAVE
                   MOVE SPACES             TO WS-AUD-DEPOIS
                   STRING CD-VERIFICACAO-DRG ' ' TP-DOCUMENTO-DRG ' '
                          NR-DOCUMENTO-DRG ' ' ID-ALUNO-DRG ' '
                          DT-EMISSAO-DRG ' ' ID-OPERADOR-DRG ' '
                          ST-DOCUMENTO-DRG ' ' DT-REVOGACAO-DRG ' '
                          ID-OPERADOR-REV-DRG ' ' DS-MOTIVO-REV-DRG
                          DELIMITED BY SIZE
                          INTO WS-AUD-DEPOIS
                   END-STRING
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
                   DISPLAY 'DOCUMENTO REVOGADO.'
                   END-DISPLAY
           END-REWRITE.
       P540-REVOGA-DOCUMENTO-FIM.
           EXIT.

      *MOSTRA O REGISTRO DA EMISSAO E O RESUMO DO CONTEUDO ORIGINAL.
       P590-MOSTRA-DOCUMENTO.
           PERFORM P592-DESCREVE THRU P592-DESCREVE-FIM.
           MOVE DT-EMISSAO-DRG TO WS-DATA-AAAAMMDD.
           PERFORM P598-FORMATA-DATA THRU P598-FORMATA-DATA-FIM.
           DISPLAY '----- DOCUMENTO ' CD-VERIFICACAO-DRG ' -----'
           END-DISPLAY.
           DISPLAY 'TIPO...........: ' WS-DS-TIPO
           END-DISPLAY.
           IF NR-DOCUMENTO-DRG IS GREATER THAN ZEROS THEN
               DISPLAY 'NUMERO.........: ' NR-DOCUMENTO-DRG
               END-DISPLAY
           END-IF.
           DISPLAY 'ALUNO..........: ' ID-ALUNO-DRG
           END-DISPLAY.
           DISPLAY 'EMITIDO EM.....: ' WS-DATA-TELA ' AS '
                   HR-EMISSAO-DRG (1:2) ':' HR-EMISSAO-DRG (3:2)
                   ' POR ' ID-OPERADOR-DRG
           END-DISPLAY.
           DISPLAY 'CONTEUDO ORIGINAL:'
           END-DISPLAY.
           DISPLAY '   ' DS-CONTEUDO-DRG (1:60)
           END-DISPLAY.
           IF DS-CONTEUDO-DRG (61:60) NOT EQUAL SPACES THEN
               DISPLAY '   ' DS-CONTEUDO-DRG (61:60)
               END-DISPLAY
           END-IF.
           IF DS-CONTEUDO-DRG (121:60) NOT EQUAL SPACES THEN
               DISPLAY '   ' DS-CONTEUDO-DRG (121:60)
               END-DISPLAY
           END-IF.
           IF DS-CONTEUDO-DRG (181:60) NOT EQUAL SPACES THEN
               DISPLAY '   ' DS-CONTEUDO-DRG (181:60)
               END-DISPLAY
           END-IF.
           IF DS-CONTEUDO-DRG (241:10) NOT EQUAL SPACES THEN
               DISPLAY '   ' DS-CONTEUDO-DRG (241:10)
               END-DISPLAY
           END-IF.
           DISPLAY 'SITUACAO.......: ' WS-DS-SITUACAO
           END-DISPLAY.
       P590-MOSTRA-DOCUMENTO-FIM.

       P592-DESCREVE.
           EVALUATE TRUE
               WHEN TP-DOC-DECLARACAO
                   MOVE 'DECLARACAO DE MATRICULA'  TO WS-DS-TIPO
               WHEN TP-DOC-CONTRATO
                   MOVE 'CONTRATO DE SERVICOS'     TO WS-DS-TIPO
               WHEN TP-DOC-CERTIFICADO
                   MOVE 'CERTIFICADO DE CONCLUSAO' TO WS-DS-TIPO
               WHEN TP-DOC-HISTORICO
                   MOVE 'HISTORICO ESCOLAR'        TO WS-DS-TIPO
               WHEN TP-DOC-BOLETIM
                   MOVE 'BOLETIM'                  TO WS-DS-TIPO
               WHEN OTHER
                   MOVE SPACES                     TO WS-DS-TIPO
           END-EVALUATE.
           IF ST-DOC-REVOGADO THEN
               MOVE 'REVOGADO' TO WS-DS-SITUACAO
           ELSE
               MOVE 'VALIDO'   TO WS-DS-SITUACAO
           END-IF.
       P592-DESCREVE-FIM.

      *RECALCULA A DIGITAL DO RESUMO GRAVADO (PGDOCREG) E COMPARA COM
      *A DA EMISSAO: DIFERENCA INDICA REGISTRO ALTERADO FORA DO
      *SISTEMA.
       P595-CONFERE-DIGITAL.
           MOVE 'C'             TO WS-DR-ACAO.
           MOVE DS-CONTEUDO-DRG TO WS-DR-CONTEUDO.
           CALL 'PGDOCREG' USING WS-PARM-DOCREG.
           IF WS-DR-NR-DIGITAL EQUAL NR-DIGITAL-DRG THEN
               SET WS-REGISTRO-INTEGRO-OK TO TRUE
           ELSE
               SET WS-REGISTRO-INTEGRO-OK TO FALSE
           END-IF.
       P595-CONFERE-DIGITAL-FIM.

       P598-FORMATA-DATA.
           MOVE WS-DA-DIA TO WS-DT-DIA.
           MOVE WS-DA-MES TO WS-DT-MES.
           MOVE WS-DA-ANO TO WS-DT-ANO.
       P598-FORMATA-DATA-FIM.

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
           CLOSE DOCREG.
           IF WS-ALU-ABERTO-OK THEN
               CLOSE ALUNOS
           END-IF.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS DOCREG....: ' WS-FS-DRG
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTDOCVER.
