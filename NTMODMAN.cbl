      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      20/09/2023.
      * Purpose:   CADASTRO DOS MODELOS DE MENSAGEM (MODELO.DAT,
      *            CFPK0087) - TEXTO DOS SMS E E-MAILS DO NTNOTIFY, DAS
      *            CARTAS DE COBRANCA DO NTALUCAR (EVENTOS CARTAAV1 A
      *            CARTAAV3) E DOS COMUNICADOS DO NTNOTBRD (EVENTO
      *            AVISO), POR EVENTO, CANAL E TIPO DE DESTINATARIO.
      *            CADA VERSAO TEM DATA DE INICIO: UMA VERSAO NOVA E
      *            AGENDADA PARA COMECAR NA DATA INFORMADA E A ANTERIOR
      *            VALE ATE LA. VERSAO QUE JA COMECOU NAO E ALTERADA NEM
      *            EXCLUIDA (FICA COMO HISTORICO DO QUE FOI ENVIADO).
      *            A PREVIA MONTA O MODELO CONTRA UM ALUNO REAL (NOME,
      *            RESPONSAVEL, MATERIA, VALOR E VENCIMENTO EM ABERTO)
      *            PELA MESMA ROTINA DOS PROGRAMAS (PGMODELO). AS
      *            GRAVACOES SAO AUDITADAS. RESTRITO A SUPERVISOR PELO
      *            MENU QUE O CHAMA (NTUTLMEN).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTMODMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MODELO
           FILE  STATUS IS WS-FS-MOD.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT RESPONSAVEIS
           ASSIGN TO WS-CFG-CAMINHO-05
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
       FD  MODELO.
           COPY CFPK0087.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  RESPONSAVEIS.
           COPY CFPK0020.

       FD  CONTATOS.
           COPY FD_CONTT.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHO ALEM DOS CINCO SLOTS DE CFCFG001.
       01  WS-CAMINHO-CONTATOS         PIC X(80) VALUE SPACES.

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
       77  WS-DT-HOJE                  PIC 9(08) VALUE ZEROS.

      *CHAVE DIGITADA E LINHAS DA VERSAO, CONFERIDAS ANTES DE IR PARA
      *O REGISTRO.
       01  WS-CHAVE-DIGITADA.
           03 WS-CD-TP-EVENTO          PIC X(10).
           03 WS-CD-CANAL              PIC X(01).
               88 WS-CD-CANAL-VALIDO       VALUE 'S' 'E' 'C'.
           03 WS-CD-TP-DESTINATARIO    PIC X(01).
               88 WS-CD-DEST-VALIDO        VALUE 'A' 'R' 'F' 'T'.
           03 WS-CD-DT-INICIO          PIC 9(08).
       01  WS-LINHAS-DIGITADAS.
           03 WS-LD-LINHA              PIC X(70) OCCURS 6 TIMES.
       77  WS-IND-LINHA                PIC 9(01) VALUE ZEROS.
       77  WS-FIM-LINHAS               PIC X.
           88 WS-FIM-LINHAS-OK         VALUE 'S' FALSE 'N'.

       77  WS-QTD-LISTADOS             PIC 9(03) VALUE ZEROS.
       77  WS-SITUACAO-VERSAO          PIC X(10) VALUE SPACES.

       77  WS-EXISTE                   PIC X.
           88 WS-EXISTE-OK             VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-MODELO               PIC X.
           88 WS-EOF-MODELO-OK         VALUE 'S' FALSE 'N'.
       77  WS-EOF-RESP                 PIC X.
           88 WS-EOF-RESP-OK           VALUE 'S' FALSE 'N'.

      *DADOS DA PREVIA CONTRA UM ALUNO REAL.
       77  WS-ID-ALUNO-PREVIA          PIC 9(05) VALUE ZEROS.
       77  WS-ID-MATERIA-PREVIA        PIC 9(05) VALUE ZEROS.
       77  WS-TP-VINCULO-PREVIA        PIC X(01) VALUE SPACES.
       77  WS-MSK-VL-ABERTO            PIC ZZ.ZZZ.ZZ9,99.

      *AREA DA VALIDACAO DE DATA (PGDTAVAL).
       01  WS-PARM-VALIDA-DATA.
           03 WS-VD-DATA               PIC X(10).
           03 WS-VD-VALIDA             PIC 9(01).
               88 WS-VD-VALIDA-OK      VALUE 1.

      *AREA DA FAIXA DE INADIMPLENCIA (PGFXINAD): VALOR VENCIDO E
      *VENCIMENTO MAIS ANTIGO DO ALUNO DA PREVIA.
       01  WS-PARM-FXINAD.
           03 WS-FX-ID-ALUNO           PIC 9(05).
           03 WS-FX-FAIXA              PIC 9(01).
           03 WS-FX-DIAS-ATRASO        PIC 9(05).
           03 WS-FX-BLOQUEIA           PIC X(01).
               88 WS-FX-BLOQUEIA-SIM   VALUE 'S' FALSE 'N'.
           03 WS-FX-QT-VENCIDAS        PIC 9(03).
           03 WS-FX-VL-VENCIDO         PIC 9(07)V99.
           03 WS-FX-DT-VENC-ANTIGA     PIC 9(08).

      *AREA DA MONTAGEM PELO MODELO (PGMODELO).
       01  WS-PARM-MODELO.
           03 WS-MD-TP-EVENTO          PIC X(10).
           03 WS-MD-CANAL              PIC X(01).
           03 WS-MD-TP-DESTINATARIO    PIC X(01).
           03 WS-MD-DT-REFERENCIA      PIC 9(08).
           03 WS-MD-NM-ALUNO           PIC X(30).
           03 WS-MD-NM-MATERIA         PIC X(20).
           03 WS-MD-DT-VENCIMENTO      PIC X(10).
           03 WS-MD-VL-COBRANCA        PIC X(15).
           03 WS-MD-NM-RESPONSAVEL     PIC X(30).
           03 WS-MD-DT-MENSAGEM        PIC X(10).
           03 WS-MD-TX-LIVRE           PIC X(40).
           03 WS-MD-ST-MODELO          PIC X(01).
               88 WS-MD-MODELO-OK          VALUE 'S'.
           03 WS-MD-DT-INICIO-VIGENTE  PIC 9(08).
           03 WS-MD-QT-LINHAS          PIC 9(01).
           03 WS-MD-LINHA-MSG          PIC X(80) OCCURS 6 TIMES.
           03 WS-MD-TX-CORRIDO         PIC X(120).

       01  WS-REG-ANTES                PIC X(450) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(450) VALUE SPACES.

       77  WS-FS-MOD                   PIC 99.
           88 WS-FS-MOD-OK             VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.

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
           INITIALIZE WS-OPCAO WS-FS-MOD WS-FS-AUD WS-FS-A WS-FS-M
                      WS-FS-V WS-FS-C WS-CHAVE-DIGITADA
                      WS-LINHAS-DIGITADAS WS-QTD-LISTADOS WS-REG-ANTES
                      WS-AUD-ARQUIVO WS-AUD-OPERACAO WS-AUD-CHAVE
                      WS-AUD-DEPOIS WS-DATA-HORA-ATUAL WS-PARM-MODELO
                      WS-PARM-FXINAD WS-PARM-VALIDA-DATA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA            TO WS-DT-HOJE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS MODELOS, DA AUDITORIA E DOS CADASTROS
      *USADOS NA PREVIA A PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MODELO.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALURESP.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CAMINHO-CONTATOS
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O MODELO.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-MOD-OK THEN
               OPEN OUTPUT MODELO
               CLOSE MODELO
               OPEN I-O MODELO
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
      *OS CADASTROS DA PREVIA SAO SO CONSULTADOS; SEM ELES A PREVIA
      *SAI COM OS DADOS QUE HOUVER.
           OPEN INPUT ALUNOS.
           OPEN INPUT MATERIAS.
           OPEN INPUT RESPONSAVEIS.
           OPEN INPUT CONTATOS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P500-GRAVA-VERSAO
                           THRU P500-GRAVA-VERSAO-FIM
               WHEN '2'
                   PERFORM P520-CONSULTA-VERSAO
                           THRU P520-CONSULTA-VERSAO-FIM
               WHEN '3'
                   PERFORM P530-EXCLUI-VERSAO
                           THRU P530-EXCLUI-VERSAO-FIM
               WHEN '4'
                   PERFORM P540-LISTA-VERSOES
                           THRU P540-LISTA-VERSOES-FIM
               WHEN '5'
                   PERFORM P560-PREVIA
                           THRU P560-PREVIA-FIM
               WHEN '9'
                   DISPLAY 'CADASTRO DE MODELOS ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '**** M O D E L O S  D E   ****'.
           DISPLAY '****   M E N S A G E M    ****'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - INCLUIR/ALTERAR VERSAO |'.
           DISPLAY '|<2> - CONSULTAR VERSAO       |'.
           DISPLAY '|<3> - EXCLUIR VERSAO FUTURA  |'.
           DISPLAY '|<4> - LISTAR VERSOES         |'.
           DISPLAY '|<5> - PREVIA COM ALUNO REAL  |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *EVENTO, CANAL E DESTINATARIO DO MODELO (A DATA DE INICIO E
      *PEDIDA A PARTE). OS EVENTOS SAO OS DA FILA DE NOTIFICACOES
      *(CFPK0016) E OS DAS CARTAS DE COBRANCA (CARTAAV1 A CARTAAV3).
       P440-PEDE-CHAVE.
           DISPLAY 'EVENTO (REPROVACAO, ESPERA, RECUPERACA, '
                   'FREQUENCIA, REENVIO, AVISO,'
           END-DISPLAY.
           DISPLAY '        LEMBRETE, VENCIDA, SEGUNDOAV, ENCAMINHA, '
                   'JUBILA, DISCIPLINA,'
           END-DISPLAY.
           DISPLAY '        CARTAAV1, CARTAAV2, CARTAAV3)..: '
           END-DISPLAY.
           ACCEPT WS-CD-TP-EVENTO
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE (WS-CD-TP-EVENTO)
                TO WS-CD-TP-EVENTO.
           DISPLAY 'CANAL (S=SMS E=E-MAIL C=CARTA).........: '
           END-DISPLAY.
           ACCEPT WS-CD-CANAL
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE (WS-CD-CANAL) TO WS-CD-CANAL.
           DISPLAY 'DESTINATARIO (A=ALUNO R=RESPONSAVEL'
           END-DISPLAY.
           DISPLAY '    F=RESP. FINANCEIRO T=TODOS).........: '
           END-DISPLAY.
           ACCEPT WS-CD-TP-DESTINATARIO
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE (WS-CD-TP-DESTINATARIO)
                TO WS-CD-TP-DESTINATARIO.
       P440-PEDE-CHAVE-FIM.

       P445-PEDE-DATA-INICIO.
           DISPLAY 'DATA DE INICIO DA VERSAO (AAAAMMDD)....: '
           END-DISPLAY.
           ACCEPT WS-CD-DT-INICIO
           END-ACCEPT.
           MOVE WS-CD-TP-EVENTO       TO TP-EVENTO-MODELO.
           MOVE WS-CD-CANAL           TO CANAL-MODELO.
           MOVE WS-CD-TP-DESTINATARIO TO TP-DESTINATARIO-MODELO.
           MOVE WS-CD-DT-INICIO       TO DT-INICIO-MODELO.
       P445-PEDE-DATA-INICIO-FIM.

      *INCLUI UMA VERSAO NOVA OU ALTERA UMA AINDA NAO INICIADA. A
      *VERSAO NOVA COMECA HOJE OU DEPOIS; A QUE JA COMECOU NAO MUDA
      *(PARA TROCAR O TEXTO, CADASTRA-SE OUTRA VERSAO COM INICIO NOVO).
       P500-GRAVA-VERSAO.
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           IF WS-CD-TP-EVENTO EQUAL SPACES OR
              NOT WS-CD-CANAL-VALIDO OR
              NOT WS-CD-DEST-VALIDO THEN
               DISPLAY 'EVENTO, CANAL OU DESTINATARIO INVALIDO.'
               END-DISPLAY
               GO TO P500-GRAVA-VERSAO-FIM
           END-IF.
           PERFORM P445-PEDE-DATA-INICIO
                   THRU P445-PEDE-DATA-INICIO-FIM.
           PERFORM P450-VALIDA-DATA THRU P450-VALIDA-DATA-FIM.
           IF NOT WS-VD-VALIDA-OK THEN
               DISPLAY 'DATA DE INICIO INVALIDA.'
               END-DISPLAY
               GO TO P500-GRAVA-VERSAO-FIM
           END-IF.
           IF WS-CD-DT-INICIO IS LESS THAN WS-DT-HOJE THEN
               DISPLAY 'A VERSAO NAO PODE COMECAR ANTES DE HOJE.'
               END-DISPLAY
               GO TO P500-GRAVA-VERSAO-FIM
           END-IF.
           SET WS-EXISTE-OK TO TRUE.
           READ MODELO
               INVALID KEY
                   SET WS-EXISTE-OK TO FALSE
           END-READ.
           IF WS-EXISTE-OK THEN
               IF DT-INICIO-MODELO IS LESS THAN OR EQUAL WS-DT-HOJE
                   THEN
                   DISPLAY 'VERSAO JA EM USO. CADASTRE UMA VERSAO NOVA '
                           'COM OUTRA DATA DE INICIO.'
                   END-DISPLAY
                   GO TO P500-GRAVA-VERSAO-FIM
               END-IF
               MOVE REG-MODELO TO WS-REG-ANTES
               PERFORM P550-MOSTRA-VERSAO THRU P550-MOSTRA-VERSAO-FIM
           ELSE
               MOVE SPACES TO WS-REG-ANTES
           END-IF.
           DISPLAY 'TEXTO DA VERSAO: ATE 6 LINHAS DE 70 POSICOES.'
           END-DISPLAY.
           DISPLAY 'MARCADORES: #ALUNO# #MATERIA# #VENCTO# #VALOR# '
                   '#RESP# #DATA# #TEXTO#'
           END-DISPLAY.
           DISPLAY 'UMA LINHA SO COM * ENCERRA O TEXTO.'
           END-DISPLAY.
           MOVE SPACES TO WS-LINHAS-DIGITADAS.
           SET WS-FIM-LINHAS-OK TO FALSE.
           PERFORM P505-PEDE-LINHA THRU P505-PEDE-LINHA-FIM
                   VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > 6 OR WS-FIM-LINHAS-OK.
           IF WS-LINHAS-DIGITADAS EQUAL SPACES THEN
               DISPLAY 'TEXTO EM BRANCO. NADA GRAVADO.'
               END-DISPLAY
               GO TO P500-GRAVA-VERSAO-FIM
           END-IF.
           MOVE WS-LD-LINHA (1)   TO TX-LINHA-MODELO (1).
           MOVE WS-LD-LINHA (2)   TO TX-LINHA-MODELO (2).
           MOVE WS-LD-LINHA (3)   TO TX-LINHA-MODELO (3).
           MOVE WS-LD-LINHA (4)   TO TX-LINHA-MODELO (4).
           MOVE WS-LD-LINHA (5)   TO TX-LINHA-MODELO (5).
           MOVE WS-LD-LINHA (6)   TO TX-LINHA-MODELO (6).
           MOVE WS-COM-OPERADOR   TO ID-OPERADOR-MODELO.
           MOVE WS-DT-HOJE        TO DT-ALTERACAO-MODELO.
           MOVE 'MODELO'          TO WS-AUD-ARQUIVO.
           MOVE CH-MODELO         TO WS-AUD-CHAVE.
           IF WS-EXISTE-OK THEN
               REWRITE REG-MODELO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A VERSAO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'VERSAO ALTERADA COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                       MOVE REG-MODELO  TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-REWRITE
           ELSE
               WRITE REG-MODELO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A VERSAO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'VERSAO INCLUIDA COM SUCESSO.'
                       END-DISPLAY
                       MOVE 'INCLUSAO'  TO WS-AUD-OPERACAO
                       MOVE REG-MODELO  TO WS-AUD-DEPOIS
                       PERFORM P610-GRAVA-AUDITORIA
                               THRU P610-GRAVA-AUDITORIA-FIM
               END-WRITE
           END-IF.
       P500-GRAVA-VERSAO-FIM.
           EXIT.

       P505-PEDE-LINHA.
           DISPLAY 'LINHA ' WS-IND-LINHA ': '
           END-DISPLAY.
           ACCEPT WS-LD-LINHA (WS-IND-LINHA)
           END-ACCEPT.
           IF WS-LD-LINHA (WS-IND-LINHA) EQUAL '*' THEN
               MOVE SPACES TO WS-LD-LINHA (WS-IND-LINHA)
               SET WS-FIM-LINHAS-OK TO TRUE
           END-IF.
       P505-PEDE-LINHA-FIM.

      *DATA AAAAMMDD CONFERIDA PELA MESMA ROTINA DAS DEMAIS DATAS
      *(PGDTAVAL, QUE RECEBE DD/MM/AAAA).
       P450-VALIDA-DATA.
           MOVE ZERO   TO WS-VD-VALIDA.
           MOVE SPACES TO WS-VD-DATA.
           STRING WS-CD-DT-INICIO (7:2) '/' WS-CD-DT-INICIO (5:2) '/'
                  WS-CD-DT-INICIO (1:4) DELIMITED BY SIZE
                  INTO WS-VD-DATA
           END-STRING.
           CALL 'PGDTAVAL' USING WS-PARM-VALIDA-DATA.
       P450-VALIDA-DATA-FIM.

       P520-CONSULTA-VERSAO.
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           PERFORM P445-PEDE-DATA-INICIO
                   THRU P445-PEDE-DATA-INICIO-FIM.
           READ MODELO
               INVALID KEY
                   DISPLAY 'VERSAO NAO CADASTRADA.'
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM P550-MOSTRA-VERSAO
                           THRU P550-MOSTRA-VERSAO-FIM
           END-READ.
       P520-CONSULTA-VERSAO-FIM.

      *SO A VERSAO AGENDADA (INICIO DEPOIS DE HOJE) PODE SER
      *EXCLUIDA; A QUE JA COMECOU E HISTORICO DO QUE FOI ENVIADO.
       P530-EXCLUI-VERSAO.
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           PERFORM P445-PEDE-DATA-INICIO
                   THRU P445-PEDE-DATA-INICIO-FIM.
           READ MODELO
               INVALID KEY
                   DISPLAY 'VERSAO NAO CADASTRADA.'
                   END-DISPLAY
                   GO TO P530-EXCLUI-VERSAO-FIM
           END-READ.
           PERFORM P550-MOSTRA-VERSAO THRU P550-MOSTRA-VERSAO-FIM.
           IF DT-INICIO-MODELO IS LESS THAN OR EQUAL WS-DT-HOJE THEN
               DISPLAY 'VERSAO JA EM USO NAO PODE SER EXCLUIDA.'
               END-DISPLAY
               GO TO P530-EXCLUI-VERSAO-FIM
           END-IF.
           DISPLAY 'CONFIRMA A EXCLUSAO DA VERSAO (S/N)? '
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'OPERACAO CANCELADA.'
               END-DISPLAY
               GO TO P530-EXCLUI-VERSAO-FIM
           END-IF.
           MOVE REG-MODELO TO WS-REG-ANTES.
           DELETE MODELO
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A VERSAO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'VERSAO EXCLUIDA COM SUCESSO.'
                   END-DISPLAY
                   MOVE 'MODELO'   TO WS-AUD-ARQUIVO
                   MOVE 'EXCLUSAO' TO WS-AUD-OPERACAO
                   MOVE CH-MODELO  TO WS-AUD-CHAVE
                   MOVE SPACES     TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-DELETE.
       P530-EXCLUI-VERSAO-FIM.
           EXIT.

      *LISTA AS VERSOES DE UM EVENTO (TODOS OS CANAIS E
      *DESTINATARIOS), COM A PRIMEIRA LINHA DO TEXTO. EVENTO EM BRANCO
      *LISTA O CADASTRO INTEIRO.
       P540-LISTA-VERSOES.
           DISPLAY 'EVENTO (BRANCO = TODOS)................: '
           END-DISPLAY.
           ACCEPT WS-CD-TP-EVENTO
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE (WS-CD-TP-EVENTO)
                TO WS-CD-TP-EVENTO.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-MODELO-OK TO FALSE.
           MOVE LOW-VALUES      TO CH-MODELO.
           MOVE WS-CD-TP-EVENTO TO TP-EVENTO-MODELO.
           START MODELO KEY IS NOT LESS THAN CH-MODELO
               INVALID KEY
                   SET WS-EOF-MODELO-OK TO TRUE
           END-START.
           PERFORM P545-LE-VERSAO THRU P545-LE-VERSAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MODELO-OK.
           DISPLAY 'VERSOES LISTADAS: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P540-LISTA-VERSOES-FIM.

       P545-LE-VERSAO.
           READ MODELO NEXT RECORD
               AT END
                   SET WS-EOF-MODELO-OK TO TRUE
                   GO TO P545-LE-VERSAO-FIM
           END-READ.
           IF WS-CD-TP-EVENTO NOT EQUAL SPACES AND
              TP-EVENTO-MODELO NOT EQUAL WS-CD-TP-EVENTO THEN
               SET WS-EOF-MODELO-OK TO TRUE
               GO TO P545-LE-VERSAO-FIM
           END-IF.
           ADD 1 TO WS-QTD-LISTADOS.
           IF DT-INICIO-MODELO IS GREATER THAN WS-DT-HOJE THEN
               MOVE 'AGENDADA'  TO WS-SITUACAO-VERSAO
           ELSE
               MOVE 'INICIADA'  TO WS-SITUACAO-VERSAO
           END-IF.
           DISPLAY TP-EVENTO-MODELO ' ' CANAL-MODELO ' '
                   TP-DESTINATARIO-MODELO ' ' DT-INICIO-MODELO ' '
                   WS-SITUACAO-VERSAO ' ' TX-LINHA-MODELO (1) (1:40)
           END-DISPLAY.
       P545-LE-VERSAO-FIM.
           EXIT.

       P550-MOSTRA-VERSAO.
           DISPLAY 'EVENTO.......: ' TP-EVENTO-MODELO
           END-DISPLAY.
           DISPLAY 'CANAL........: ' CANAL-MODELO
                   '   DESTINATARIO: ' TP-DESTINATARIO-MODELO
           END-DISPLAY.
           DISPLAY 'INICIO.......: ' DT-INICIO-MODELO
           END-DISPLAY.
           DISPLAY 'ALTERADA EM..: ' DT-ALTERACAO-MODELO
                   ' POR ' ID-OPERADOR-MODELO
           END-DISPLAY.
           PERFORM P555-MOSTRA-LINHA THRU P555-MOSTRA-LINHA-FIM
                   VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > 6.
       P550-MOSTRA-VERSAO-FIM.

       P555-MOSTRA-LINHA.
           IF TX-LINHA-MODELO (WS-IND-LINHA) NOT EQUAL SPACES THEN
               DISPLAY 'LINHA ' WS-IND-LINHA '......: '
                       TX-LINHA-MODELO (WS-IND-LINHA)
               END-DISPLAY
           END-IF.
       P555-MOSTRA-LINHA-FIM.

      *PREVIA CONTRA UM ALUNO REAL: NOME DO ALUNO, PRIMEIRO
      *RESPONSAVEL DO VINCULO DO DESTINATARIO (R OU F), NOME DA
      *MATERIA INFORMADA, VALOR VENCIDO E VENCIMENTO MAIS ANTIGO
      *(PGFXINAD), NA DATA DE REFERENCIA ESCOLHIDA (PARA CONFERIR UMA
      *VERSAO AGENDADA ANTES DE ELA COMECAR).
       P560-PREVIA.
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): '
           END-DISPLAY.
           ACCEPT WS-CD-DT-INICIO
           END-ACCEPT.
           DISPLAY 'CODIGO DO ALUNO........................: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO-PREVIA
           END-ACCEPT.
           DISPLAY 'CODIGO DA MATERIA (0 = NENHUMA)........: '
           END-DISPLAY.
           ACCEPT WS-ID-MATERIA-PREVIA
           END-ACCEPT.
           INITIALIZE WS-PARM-MODELO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY 'TEXTO DO EVENTO (#TEXTO#)..............: '
           END-DISPLAY.
           ACCEPT WS-MD-TX-LIVRE
           END-ACCEPT.
           IF NOT WS-FS-A-OK THEN
               DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL.'
               END-DISPLAY
               GO TO P560-PREVIA-FIM
           END-IF.
           MOVE WS-ID-ALUNO-PREVIA TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO.'
                   END-DISPLAY
                   GO TO P560-PREVIA-FIM
           END-READ.
           MOVE WS-CD-TP-EVENTO       TO WS-MD-TP-EVENTO.
           MOVE WS-CD-CANAL           TO WS-MD-CANAL.
           MOVE WS-CD-TP-DESTINATARIO TO WS-MD-TP-DESTINATARIO.
           MOVE WS-CD-DT-INICIO       TO WS-MD-DT-REFERENCIA.
           MOVE NM-ALUNO OF REG-ALUNO TO WS-MD-NM-ALUNO.
           STRING WS-DH-DIA '/' WS-DH-MES '/' WS-DH-ANO
                  DELIMITED BY SIZE
                  INTO WS-MD-DT-MENSAGEM
           END-STRING.
           PERFORM P565-PREVIA-MATERIA THRU P565-PREVIA-MATERIA-FIM.
           PERFORM P570-PREVIA-RESPONSAVEL
                   THRU P570-PREVIA-RESPONSAVEL-FIM.
           MOVE WS-ID-ALUNO-PREVIA TO WS-FX-ID-ALUNO.
           CALL 'PGFXINAD' USING WS-PARM-FXINAD.
           MOVE WS-FX-VL-VENCIDO TO WS-MSK-VL-ABERTO.
           MOVE FUNCTION TRIM (WS-MSK-VL-ABERTO) TO WS-MD-VL-COBRANCA.
           IF WS-FX-DT-VENC-ANTIGA IS NUMERIC AND
              WS-FX-DT-VENC-ANTIGA IS GREATER THAN ZEROS THEN
               STRING WS-FX-DT-VENC-ANTIGA (7:2) '/'
                      WS-FX-DT-VENC-ANTIGA (5:2) '/'
                      WS-FX-DT-VENC-ANTIGA (1:4) DELIMITED BY SIZE
                      INTO WS-MD-DT-VENCIMENTO
               END-STRING
           END-IF.
      *O MODELO.DAT FICA FECHADO DURANTE A MONTAGEM, QUE O ABRE PARA
      *LEITURA NA PROPRIA ROTINA.
           CLOSE MODELO.
           CALL 'PGMODELO' USING WS-PARM-MODELO.
           OPEN I-O MODELO.
           IF NOT WS-MD-MODELO-OK THEN
               DISPLAY 'NENHUMA VERSAO VIGENTE NA DATA: O PROGRAMA '
                       'USA O TEXTO PADRAO DELE.'
               END-DISPLAY
               GO TO P560-PREVIA-FIM
           END-IF.
           DISPLAY '----- PREVIA (VERSAO DE ' WS-MD-DT-INICIO-VIGENTE
                   ') -----'
           END-DISPLAY.
           PERFORM P575-MOSTRA-LINHA-PREVIA
                   THRU P575-MOSTRA-LINHA-PREVIA-FIM
                   VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-MD-QT-LINHAS.
           IF NOT WS-CD-CANAL EQUAL 'C' THEN
               DISPLAY '----- TEXTO CORRIDO (SMS/E-MAIL) -----'
               END-DISPLAY
               DISPLAY WS-MD-TX-CORRIDO
               END-DISPLAY
           END-IF.
       P560-PREVIA-FIM.
           EXIT.

      *NOME DA MATERIA PELA PRIMEIRA OFERTA CADASTRADA DELA, COMO NO
      *NTNOTIFY.
       P565-PREVIA-MATERIA.
           IF WS-ID-MATERIA-PREVIA EQUAL ZEROS OR NOT WS-FS-M-OK THEN
               GO TO P565-PREVIA-MATERIA-FIM
           END-IF.
           MOVE WS-ID-MATERIA-PREVIA TO ID-MATERIA OF CH-MATERIA.
           MOVE ZEROS TO ANO-SEMESTRE OF REG-MATERIA.
           START MATERIAS KEY IS NOT LESS THAN CH-MATERIA
               INVALID KEY
                   GO TO P565-PREVIA-MATERIA-FIM
           END-START.
           READ MATERIAS NEXT RECORD
               AT END
                   GO TO P565-PREVIA-MATERIA-FIM
           END-READ.
           IF ID-MATERIA OF CH-MATERIA EQUAL WS-ID-MATERIA-PREVIA THEN
               MOVE NM-MATERIA OF REG-MATERIA TO WS-MD-NM-MATERIA
           END-IF.
       P565-PREVIA-MATERIA-FIM.
           EXIT.

      *PRIMEIRO CONTATO VINCULADO AO ALUNO NO VINCULO DO DESTINATARIO
      *(F PARA O FINANCEIRO, R PARA OS DEMAIS).
       P570-PREVIA-RESPONSAVEL.
           IF NOT WS-FS-V-OK OR NOT WS-FS-C-OK THEN
               GO TO P570-PREVIA-RESPONSAVEL-FIM
           END-IF.
           IF WS-CD-TP-DESTINATARIO EQUAL 'F' THEN
               MOVE 'F' TO WS-TP-VINCULO-PREVIA
           ELSE
               MOVE 'R' TO WS-TP-VINCULO-PREVIA
           END-IF.
           SET WS-EOF-RESP-OK TO FALSE.
           MOVE WS-ID-ALUNO-PREVIA TO ID-ALUNO OF CH-RESPONSAVEL.
           MOVE ZEROS TO ID-CONTATO OF CH-RESPONSAVEL.
           START RESPONSAVEIS KEY IS NOT LESS THAN CH-RESPONSAVEL
               INVALID KEY
                   SET WS-EOF-RESP-OK TO TRUE
           END-START.
           PERFORM P572-LE-VINCULO THRU P572-LE-VINCULO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RESP-OK.
       P570-PREVIA-RESPONSAVEL-FIM.
           EXIT.

       P572-LE-VINCULO.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET WS-EOF-RESP-OK TO TRUE
                   GO TO P572-LE-VINCULO-FIM
           END-READ.
           IF ID-ALUNO OF CH-RESPONSAVEL NOT EQUAL
                  WS-ID-ALUNO-PREVIA THEN
               SET WS-EOF-RESP-OK TO TRUE
               GO TO P572-LE-VINCULO-FIM
           END-IF.
           IF TP-VINCULO OF REG-RESPONSAVEL NOT EQUAL
                  WS-TP-VINCULO-PREVIA THEN
               GO TO P572-LE-VINCULO-FIM
           END-IF.
           MOVE ID-CONTATO OF CH-RESPONSAVEL
                TO ID-CONTATO OF REG-CONTATOS.
           READ CONTATOS
               INVALID KEY
                   GO TO P572-LE-VINCULO-FIM
           END-READ.
           MOVE NM-CONTATO TO WS-MD-NM-RESPONSAVEL.
           SET WS-EOF-RESP-OK TO TRUE.
       P572-LE-VINCULO-FIM.
           EXIT.

       P575-MOSTRA-LINHA-PREVIA.
           DISPLAY WS-MD-LINHA-MSG (WS-IND-LINHA)
           END-DISPLAY.
       P575-MOSTRA-LINHA-PREVIA-FIM.

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
           CLOSE MODELO.
           CLOSE AUDITORIA.
           IF WS-FS-A-OK THEN
               CLOSE ALUNOS
           END-IF.
           IF WS-FS-M-OK THEN
               CLOSE MATERIAS
           END-IF.
           IF WS-FS-V-OK THEN
               CLOSE RESPONSAVEIS
           END-IF.
           IF WS-FS-C-OK THEN
               CLOSE CONTATOS
           END-IF.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTMODMAN.
