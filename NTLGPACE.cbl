      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      28/08/2023.
      * Purpose:   ACESSO DO TITULAR LGPD - A PARTIR DE UM CPF, DE UM
      *            CODIGO DE ALUNO OU DE UM CODIGO DE CONTATO, REUNE
      *            TODOS OS DADOS PESSOAIS MANTIDOS SOBRE A PESSOA
      *            (O CPF DO REGISTRO ENCONTRADO AMPLIA A BUSCA AOS
      *            DEMAIS CADASTROS DE ALUNO E DE CONTATO COM O MESMO
      *            CPF): CADASTROS (ALUNOS.DAT, CONTATOS.DAT),
      *            VINCULOS (ALURESP.DAT), FICHA DE SAUDE (SAUDE.DAT),
      *            DOCUMENTOS ENTREGUES (DOCALU.DAT), COBRANCAS E
      *            ACORDOS (MENSALIDADE.DAT, ACORDO.DAT), NOTIFICACOES
      *            (NOTIFICA.DAT), FREQUENCIA (CHAMADA.DAT),
      *            RESULTADOS (ALUTODOS.DAT), ATENDIMENTOS
      *            (ATENDIM.DAT) E AS ALTERACOES REGISTRADAS NA
      *            AUDITORIA (AUDITORIA.DAT). CADA CATEGORIA SAI COM A
      *            FINALIDADE DO TRATAMENTO. O RELATORIO E UM DOCUMENTO
      *            DATADO E NUMERADO (CONTADOR LGPDSEQ.CTL, COMO NAS
      *            DECLARACOES DO NTALUDEC) GRAVADO NO SPOOL (PGSPOOL)
      *            E CADA PEDIDO E ANOTADO NO LOG LGPDLOG.DAT. O
      *            ESQUECIMENTO CONTINUA NO NTLGPDEL. RESTRITO A
      *            SUPERVISOR.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTLGPACE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT CONTATOS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ID-CONTATO OF REG-CONTATOS
           FILE  STATUS IS WS-FS-C.

           SELECT RESPONSAVEIS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-RESPONSAVEL
           FILE  STATUS IS WS-FS-V.

           SELECT SAUDE
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO-SAUDE
           FILE  STATUS IS WS-FS-SAU.

           SELECT DOCALU
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-DOCALU
           FILE  STATUS IS WS-FS-DA.

           SELECT MENSALIDADE
           ASSIGN TO WS-CAMINHO-MENSALIDADE
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-MN.

           SELECT ACORDO
           ASSIGN TO WS-CAMINHO-ACORDO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS NR-ACORDO-PLANO
           FILE  STATUS IS WS-FS-ACO.

           SELECT NOTIFICA
           ASSIGN TO WS-CAMINHO-NOTIFICA
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-NOT.

           SELECT CHAMADA
           ASSIGN TO WS-CAMINHO-CHAMADA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-CHAMADA
           FILE  STATUS IS WS-FS-CH.

           SELECT TODOS-ALUNOS
           ASSIGN TO WS-CAMINHO-TODOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT ATENDIMENTOS
           ASSIGN TO WS-CAMINHO-ATENDIM
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ATENDIMENTO
           ALTERNATE RECORD KEY IS ID-ALUNO-ATD
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-RESP-RETORNO-ATD
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ATD.

           SELECT AUDITORIA
           ASSIGN TO WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT SEQUENCIA
           ASSIGN TO WS-CAMINHO-SEQ
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SEQ.

           SELECT LOG-PEDIDO
           ASSIGN TO WS-CAMINHO-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-LOG.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  CONTATOS.
           COPY FD_CONTT.

       FD  RESPONSAVEIS.
           COPY CFPK0020.

       FD  SAUDE.
           COPY CFPK0032.

       FD  DOCALU.
           COPY CFPK0034.

       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  ACORDO.
           COPY CFPK0026.

       FD  NOTIFICA.
           COPY CFPK0016.

       FD  CHAMADA.
           COPY CFPK0009.

       FD  TODOS-ALUNOS.
           COPY CFPK0004.

       FD  ATENDIMENTOS.
           COPY CFPK0084.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  SEQUENCIA.
       01  REG-SEQUENCIA               PIC 9(06).

       FD  LOG-PEDIDO.
       01  REG-LOG-PEDIDO.
           03 NR-DOCUMENTO-LOG         PIC 9(06).
           03 FILLER                   PIC X(01).
           03 DT-PEDIDO-LOG            PIC 9(08).
           03 FILLER                   PIC X(01).
           03 HR-PEDIDO-LOG            PIC 9(06).
           03 FILLER                   PIC X(01).
           03 TP-IDENT-LOG             PIC X(01).
           03 FILLER                   PIC X(01).
           03 ID-INFORMADO-LOG         PIC 9(11).
           03 FILLER                   PIC X(01).
           03 QT-ALUNOS-LOG            PIC 9(02).
           03 FILLER                   PIC X(01).
           03 QT-CONTATOS-LOG          PIC 9(02).
           03 FILLER                   PIC X(01).
           03 QT-REGISTROS-LOG         PIC 9(06).
           03 FILLER                   PIC X(01).
           03 NR-SPOOL-LOG             PIC 9(05).
           03 FILLER                   PIC X(01).
           03 ID-OPERADOR-LOG          PIC X(10).
           03 FILLER                   PIC X(01).
           03 NM-SOLICITANTE-LOG       PIC X(30).

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHOS ALEM DOS CINCO SLOTS DE CFCFG001, JA TODOS OCUPADOS.
       01  WS-CAMINHO-MENSALIDADE      PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-ACORDO           PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-NOTIFICA         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-CHAMADA          PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-TODOS            PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-ATENDIM          PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-AUDITORIA        PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-SEQ              PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-LOG              PIC X(80) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 WS-DH-HORA               PIC 9(06).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HH                 PIC 9(02).
           03 WS-DH-MI                 PIC 9(02).
           03 FILLER                   PIC X(09).

      *IDENTIFICADOR INFORMADO PELO OPERADOR E QUEM FEZ O PEDIDO.
       77  WS-TP-IDENT                 PIC X(01) VALUE SPACE.
           88 WS-TP-IDENT-CPF          VALUE '1'.
           88 WS-TP-IDENT-ALUNO        VALUE '2'.
           88 WS-TP-IDENT-CONTATO      VALUE '3'.
           88 WS-TP-IDENT-VALIDO       VALUE '1' '2' '3'.
       77  WS-ID-INFORMADO             PIC 9(11) VALUE ZEROS.
       77  WS-CPF-TITULAR              PIC 9(11) VALUE ZEROS.
       77  WS-NM-SOLICITANTE           PIC X(30) VALUE SPACES.
       77  WS-NR-DOCUMENTO             PIC 9(06) VALUE ZEROS.

      *REGISTROS DE ALUNO E DE CONTATO QUE PERTENCEM AO TITULAR.
       01  WS-TABELA-ALUNOS.
           03 WS-QT-ALUNOS             PIC 9(02) VALUE ZEROS.
           03 WS-TA-ID-ALUNO           PIC 9(05) OCCURS 10 TIMES.
       01  WS-TABELA-CONTATOS.
           03 WS-QT-CONTATOS           PIC 9(02) VALUE ZEROS.
           03 WS-TC-ID-CONTATO         PIC 9(06) OCCURS 10 TIMES.
       77  WS-IND-ALU                  PIC 9(02) VALUE ZEROS.
       77  WS-IND-CON                  PIC 9(02) VALUE ZEROS.
       77  WS-IND-BUSCA                PIC 9(02) VALUE ZEROS.
       77  WS-ID-BUSCA-ALU             PIC 9(05) VALUE ZEROS.
       77  WS-ID-BUSCA-CON             PIC 9(06) VALUE ZEROS.
       77  WS-ID-ALUNO-ATUAL           PIC 9(05) VALUE ZEROS.
       77  WS-ID-CONTATO-ATUAL         PIC 9(06) VALUE ZEROS.

      *FREQUENCIA RESUMIDA POR ALUNO, MATERIA E PERIODO: A CHAVE DA
      *CHAMADA COMECA PELA MATERIA E O DIA, ENTAO AS LINHAS DO ALUNO
      *VEM ESPALHADAS E SAO SOMADAS AQUI.
       01  WS-TABELA-FREQ.
           03 WS-QT-FREQ               PIC 9(03) VALUE ZEROS.
           03 WS-FQ OCCURS 200 TIMES.
               05 WS-FQ-ID-ALUNO       PIC 9(05).
               05 WS-FQ-ID-MATERIA     PIC 9(05).
               05 WS-FQ-ANO            PIC 9(04).
               05 WS-FQ-SEMESTRE       PIC 9(01).
               05 WS-FQ-PRESENCAS      PIC 9(04).
               05 WS-FQ-FALTAS         PIC 9(04).
               05 WS-FQ-SUGERIDAS      PIC 9(04).
       77  WS-IND-FREQ                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FORA-FREQ            PIC 9(05) VALUE ZEROS.

      *CABECALHO DA SECAO CORRENTE E CONTADORES DO DOCUMENTO.
       77  WS-TITULO-SECAO             PIC X(60) VALUE SPACES.
       77  WS-FINALIDADE               PIC X(120) VALUE SPACES.
       77  WS-NR-SECAO                 PIC 9(02) VALUE ZEROS.
       77  WS-QTD-SECAO                PIC 9(05) VALUE ZEROS.
       77  WS-QTD-REGISTROS            PIC 9(06) VALUE ZEROS.

       77  WS-VALOR-ED                 PIC ZZ.ZZ9,99.
       77  WS-MEDIA-ED                 PIC Z9,99.
       77  WS-FREQ-ED                  PIC ZZ9,99.

       77  WS-ACHOU                    PIC X.
           88 WS-ACHOU-OK              VALUE 'S' FALSE 'N'.
       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.
       77  WS-EXIT                     PIC X.
           88 WS-EXIT-OK               VALUE 'S' FALSE 'N'.

      *SO O CADASTRO DE ALUNOS E OBRIGATORIO; OS DEMAIS ARQUIVOS
      *AUSENTES SAEM COMO SECAO SEM REGISTRO, COM O AVISO.
       77  WS-ABT-C                    PIC X.
           88 WS-ABT-C-OK              VALUE 'S' FALSE 'N'.
       77  WS-ABT-V                    PIC X.
           88 WS-ABT-V-OK              VALUE 'S' FALSE 'N'.
       77  WS-ABT-SAU                  PIC X.
           88 WS-ABT-SAU-OK            VALUE 'S' FALSE 'N'.
       77  WS-ABT-DA                   PIC X.
           88 WS-ABT-DA-OK             VALUE 'S' FALSE 'N'.
       77  WS-ABT-MN                   PIC X.
           88 WS-ABT-MN-OK             VALUE 'S' FALSE 'N'.
       77  WS-ABT-ACO                  PIC X.
           88 WS-ABT-ACO-OK            VALUE 'S' FALSE 'N'.
       77  WS-ABT-NOT                  PIC X.
           88 WS-ABT-NOT-OK            VALUE 'S' FALSE 'N'.
       77  WS-ABT-CH                   PIC X.
           88 WS-ABT-CH-OK             VALUE 'S' FALSE 'N'.
       77  WS-ABT-T                    PIC X.
           88 WS-ABT-T-OK              VALUE 'S' FALSE 'N'.
       77  WS-ABT-ATD                  PIC X.
           88 WS-ABT-ATD-OK            VALUE 'S' FALSE 'N'.
       77  WS-ABT-AUD                  PIC X.
           88 WS-ABT-AUD-OK            VALUE 'S' FALSE 'N'.
       77  WS-ARQ-AUSENTE              PIC X.
           88 WS-ARQ-AUSENTE-OK        VALUE 'S' FALSE 'N'.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-SAU                   PIC 99.
           88 WS-FS-SAU-OK             VALUE 0.
       77  WS-FS-DA                    PIC 99.
           88 WS-FS-DA-OK              VALUE 0.
       77  WS-FS-MN                    PIC 99.
           88 WS-FS-MN-OK              VALUE 0.
       77  WS-FS-ACO                   PIC 99.
           88 WS-FS-ACO-OK             VALUE 0.
       77  WS-FS-NOT                   PIC 99.
           88 WS-FS-NOT-OK             VALUE 0.
       77  WS-FS-CH                    PIC 99.
           88 WS-FS-CH-OK              VALUE 0.
       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.
       77  WS-FS-ATD                   PIC 99.
           88 WS-FS-ATD-OK             VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
       77  WS-FS-SEQ                   PIC 99.
           88 WS-FS-SEQ-OK             VALUE 0.
       77  WS-FS-LOG                   PIC 99.
           88 WS-FS-LOG-OK             VALUE 0.

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
           IF NOT WS-EXIT-OK THEN
               PERFORM P200-PROCESSA THRU P200-PROCESSA-FIM
           END-IF.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-A WS-FS-C WS-FS-V WS-FS-SAU WS-FS-DA
                      WS-FS-MN WS-FS-ACO WS-FS-NOT WS-FS-CH WS-FS-T
                      WS-FS-ATD WS-FS-AUD WS-FS-SEQ WS-FS-LOG
                      WS-FS-SPL WS-TP-IDENT WS-ID-INFORMADO
                      WS-CPF-TITULAR WS-NM-SOLICITANTE WS-NR-DOCUMENTO
                      WS-TABELA-ALUNOS WS-TABELA-CONTATOS
                      WS-TABELA-FREQ WS-QTD-FORA-FREQ WS-NR-SECAO
                      WS-QTD-SECAO WS-QTD-REGISTROS WS-LINHAS-SPOOL
                      WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EXIT-OK TO FALSE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
      *O RELATORIO EXPOE TODOS OS DADOS DA PESSOA; SO SUPERVISOR.
           IF WS-COM-NIVEL NOT EQUAL 2 THEN
               DISPLAY 'ACESSO DO TITULAR LGPD RESTRITO A SUPERVISOR.'
               END-DISPLAY
               SET WS-EXIT-OK TO TRUE
               GO TO P100-INICIO-FIM
           END-IF.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.
           EXIT.

      *MONTA OS CAMINHOS DOS MESTRES, DO CONTADOR DE DOCUMENTOS E DO
      *LOG DE PEDIDOS A PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALURESP.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\SAUDE.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DOCALU.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CAMINHO-MENSALIDADE
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ACORDO.DAT'    DELIMITED BY SIZE
                  INTO WS-CAMINHO-ACORDO
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NOTIFICA.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-NOTIFICA
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CHAMADA.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-CHAMADA
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTODOS.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-TODOS
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ATENDIM.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-ATENDIM
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-AUDITORIA
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\LGPDSEQ.CTL'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-SEQ
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\LGPDLOG.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-LOG
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.
           EXIT.

       P400-ABRE-ARQ.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           SET WS-ABT-C-OK   TO FALSE.
           SET WS-ABT-V-OK   TO FALSE.
           SET WS-ABT-SAU-OK TO FALSE.
           SET WS-ABT-DA-OK  TO FALSE.
           SET WS-ABT-MN-OK  TO FALSE.
           SET WS-ABT-ACO-OK TO FALSE.
           SET WS-ABT-NOT-OK TO FALSE.
           SET WS-ABT-CH-OK  TO FALSE.
           SET WS-ABT-T-OK   TO FALSE.
           SET WS-ABT-ATD-OK TO FALSE.
           SET WS-ABT-AUD-OK TO FALSE.
           OPEN INPUT CONTATOS.
           IF WS-FS-C-OK THEN
               SET WS-ABT-C-OK TO TRUE
           END-IF.
           OPEN INPUT RESPONSAVEIS.
           IF WS-FS-V-OK THEN
               SET WS-ABT-V-OK TO TRUE
           END-IF.
           OPEN INPUT SAUDE.
           IF WS-FS-SAU-OK THEN
               SET WS-ABT-SAU-OK TO TRUE
           END-IF.
           OPEN INPUT DOCALU.
           IF WS-FS-DA-OK THEN
               SET WS-ABT-DA-OK TO TRUE
           END-IF.
           OPEN INPUT MENSALIDADE.
           IF WS-FS-MN-OK THEN
               SET WS-ABT-MN-OK TO TRUE
           END-IF.
           OPEN INPUT ACORDO.
           IF WS-FS-ACO-OK THEN
               SET WS-ABT-ACO-OK TO TRUE
           END-IF.
           OPEN INPUT NOTIFICA.
           IF WS-FS-NOT-OK THEN
               SET WS-ABT-NOT-OK TO TRUE
           END-IF.
           OPEN INPUT CHAMADA.
           IF WS-FS-CH-OK THEN
               SET WS-ABT-CH-OK TO TRUE
           END-IF.
           OPEN INPUT TODOS-ALUNOS.
           IF WS-FS-T-OK THEN
               SET WS-ABT-T-OK TO TRUE
           END-IF.
           OPEN INPUT ATENDIMENTOS.
           IF WS-FS-ATD-OK THEN
               SET WS-ABT-ATD-OK TO TRUE
           END-IF.
           OPEN INPUT AUDITORIA.
           IF WS-FS-AUD-OK THEN
               SET WS-ABT-AUD-OK TO TRUE
           END-IF.
           OPEN EXTEND LOG-PEDIDO.
           IF NOT WS-FS-LOG-OK THEN
               OPEN OUTPUT LOG-PEDIDO
           END-IF.
       P400-ABRE-ARQ-FIM.
           EXIT.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA THRU P430-MONTA-TELA-FIM.
           IF NOT WS-TP-IDENT-VALIDO THEN
               DISPLAY 'TIPO DE IDENTIFICADOR INVALIDO.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P500-IDENTIFICA-TITULAR
                   THRU P500-IDENTIFICA-TITULAR-FIM.
           DISPLAY 'REGISTROS DE ALUNO DO TITULAR......: '
                   WS-QT-ALUNOS
           END-DISPLAY.
           DISPLAY 'REGISTROS DE CONTATO DO TITULAR....: '
                   WS-QT-CONTATOS
           END-DISPLAY.
      *MESMO SEM NENHUM REGISTRO O DOCUMENTO E EMITIDO: "NADA
      *CONSTA" TAMBEM E RESPOSTA AO TITULAR.
           PERFORM P320-PROXIMO-DOCUMENTO
                   THRU P320-PROXIMO-DOCUMENTO-FIM.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           IF WS-QT-ALUNOS EQUAL ZEROS AND
              WS-QT-CONTATOS EQUAL ZEROS THEN
               MOVE 'NENHUM DADO PESSOAL LOCALIZADO PARA O '
                  TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               MOVE 'IDENTIFICADOR INFORMADO.' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           ELSE
               PERFORM P600-SECAO-ALUNOS THRU P600-SECAO-ALUNOS-FIM
               PERFORM P610-SECAO-CONTATOS
                       THRU P610-SECAO-CONTATOS-FIM
               PERFORM P620-SECAO-VINCULOS
                       THRU P620-SECAO-VINCULOS-FIM
               PERFORM P630-SECAO-SAUDE THRU P630-SECAO-SAUDE-FIM
               PERFORM P640-SECAO-DOCUMENTOS
                       THRU P640-SECAO-DOCUMENTOS-FIM
               PERFORM P650-SECAO-COBRANCAS
                       THRU P650-SECAO-COBRANCAS-FIM
               PERFORM P660-SECAO-ACORDOS
                       THRU P660-SECAO-ACORDOS-FIM
               PERFORM P670-SECAO-NOTIFICACOES
                       THRU P670-SECAO-NOTIFICACOES-FIM
               PERFORM P680-SECAO-FREQUENCIA
                       THRU P680-SECAO-FREQUENCIA-FIM
               PERFORM P690-SECAO-RESULTADOS
                       THRU P690-SECAO-RESULTADOS-FIM
               PERFORM P700-SECAO-ATENDIMENTOS
                       THRU P700-SECAO-ATENDIMENTOS-FIM
               PERFORM P710-SECAO-AUDITORIA
                       THRU P710-SECAO-AUDITORIA-FIM
           END-IF.
           PERFORM P450-GRAVA-RODAPE THRU P450-GRAVA-RODAPE-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           PERFORM P330-GRAVA-LOG THRU P330-GRAVA-LOG-FIM.
           DISPLAY 'DOCUMENTO N. ' WS-NR-DOCUMENTO
                   ' EMITIDO - REGISTROS LISTADOS: ' WS-QTD-REGISTROS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

       P430-MONTA-TELA.
           DISPLAY 'ACESSO DO TITULAR LGPD. INFORME:'
           END-DISPLAY.
           DISPLAY 'O TIPO DE IDENTIFICADOR (1=CPF 2=CODIGO DO ALUNO '
                   '3=CODIGO DO CONTATO): '
           END-DISPLAY.
           ACCEPT WS-TP-IDENT
           END-ACCEPT.
           DISPLAY 'O IDENTIFICADOR (SO NUMEROS)...........: '
           END-DISPLAY.
           ACCEPT WS-ID-INFORMADO
           END-ACCEPT.
           DISPLAY 'O NOME DE QUEM FEZ O PEDIDO............: '
           END-DISPLAY.
           ACCEPT WS-NM-SOLICITANTE
           END-ACCEPT.
       P430-MONTA-TELA-FIM.
           EXIT.

      *LOCALIZA O REGISTRO INFORMADO E, COM O CPF DELE, OS DEMAIS
      *CADASTROS DA MESMA PESSOA (O MESMO ADULTO PODE SER ALUNO E
      *CONTATO, OU TER SIDO CADASTRADO DUAS VEZES).
       P500-IDENTIFICA-TITULAR.
           EVALUATE TRUE
               WHEN WS-TP-IDENT-CPF
                   MOVE WS-ID-INFORMADO TO WS-CPF-TITULAR
               WHEN WS-TP-IDENT-ALUNO
                   MOVE WS-ID-INFORMADO TO ID-ALUNO OF REG-ALUNO
                   READ ALUNOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ID-ALUNO OF REG-ALUNO
                             TO WS-ID-BUSCA-ALU
                           PERFORM P530-INCLUI-ALUNO
                                   THRU P530-INCLUI-ALUNO-FIM
                           MOVE CPF-ALUNO OF REG-ALUNO
                             TO WS-CPF-TITULAR
                   END-READ
               WHEN WS-TP-IDENT-CONTATO
                   IF WS-ABT-C-OK THEN
                       MOVE WS-ID-INFORMADO
                         TO ID-CONTATO OF REG-CONTATOS
                       READ CONTATOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ID-CONTATO OF REG-CONTATOS
                                 TO WS-ID-BUSCA-CON
                               PERFORM P535-INCLUI-CONTATO
                                       THRU P535-INCLUI-CONTATO-FIM
                               MOVE CPF-CONTATO TO WS-CPF-TITULAR
                       END-READ
                   END-IF
           END-EVALUATE.
           IF WS-CPF-TITULAR EQUAL ZEROS THEN
               GO TO P500-IDENTIFICA-TITULAR-FIM
           END-IF.
           PERFORM P510-ALUNOS-POR-CPF THRU P510-ALUNOS-POR-CPF-FIM.
           IF WS-ABT-C-OK THEN
               PERFORM P520-CONTATOS-POR-CPF
                       THRU P520-CONTATOS-POR-CPF-FIM
           END-IF.
       P500-IDENTIFICA-TITULAR-FIM.
           EXIT.

      *ALUNOS COM O CPF DO TITULAR, PELA CHAVE ALTERNATIVA.
       P510-ALUNOS-POR-CPF.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-CPF-TITULAR TO CPF-ALUNO OF REG-ALUNO.
           START ALUNOS KEY IS EQUAL TO CPF-ALUNO OF REG-ALUNO
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P515-LE-ALUNO-CPF THRU P515-LE-ALUNO-CPF-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P510-ALUNOS-POR-CPF-FIM.
           EXIT.

       P515-LE-ALUNO-CPF.
           READ ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P515-LE-ALUNO-CPF-FIM
           END-READ.
           IF CPF-ALUNO OF REG-ALUNO NOT EQUAL WS-CPF-TITULAR THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P515-LE-ALUNO-CPF-FIM
           END-IF.
           MOVE ID-ALUNO OF REG-ALUNO TO WS-ID-BUSCA-ALU.
           PERFORM P530-INCLUI-ALUNO THRU P530-INCLUI-ALUNO-FIM.
       P515-LE-ALUNO-CPF-FIM.
           EXIT.

      *CONTATOS NAO TEM CHAVE PELO CPF: VARRE O ARQUIVO TODO.
       P520-CONTATOS-POR-CPF.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE ZEROS TO ID-CONTATO OF REG-CONTATOS.
           START CONTATOS KEY IS NOT LESS THAN
                 ID-CONTATO OF REG-CONTATOS
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P525-LE-CONTATO-CPF THRU P525-LE-CONTATO-CPF-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P520-CONTATOS-POR-CPF-FIM.
           EXIT.

       P525-LE-CONTATO-CPF.
           READ CONTATOS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P525-LE-CONTATO-CPF-FIM
           END-READ.
           IF CPF-CONTATO EQUAL WS-CPF-TITULAR THEN
               MOVE ID-CONTATO OF REG-CONTATOS TO WS-ID-BUSCA-CON
               PERFORM P535-INCLUI-CONTATO
                       THRU P535-INCLUI-CONTATO-FIM
           END-IF.
       P525-LE-CONTATO-CPF-FIM.
           EXIT.

      *INCLUI WS-ID-BUSCA-ALU NA TABELA DO TITULAR, SEM REPETIR.
       P530-INCLUI-ALUNO.
           PERFORM P540-ALUNO-DO-TITULAR
                   THRU P540-ALUNO-DO-TITULAR-FIM.
           IF WS-ACHOU-OK OR WS-QT-ALUNOS IS NOT LESS THAN 10 THEN
               GO TO P530-INCLUI-ALUNO-FIM
           END-IF.
           ADD 1 TO WS-QT-ALUNOS.
           MOVE WS-ID-BUSCA-ALU TO WS-TA-ID-ALUNO (WS-QT-ALUNOS).
       P530-INCLUI-ALUNO-FIM.
           EXIT.

      *INCLUI WS-ID-BUSCA-CON NA TABELA DO TITULAR, SEM REPETIR.
       P535-INCLUI-CONTATO.
           PERFORM P545-CONTATO-DO-TITULAR
                   THRU P545-CONTATO-DO-TITULAR-FIM.
           IF WS-ACHOU-OK OR WS-QT-CONTATOS IS NOT LESS THAN 10 THEN
               GO TO P535-INCLUI-CONTATO-FIM
           END-IF.
           ADD 1 TO WS-QT-CONTATOS.
           MOVE WS-ID-BUSCA-CON TO WS-TC-ID-CONTATO (WS-QT-CONTATOS).
       P535-INCLUI-CONTATO-FIM.
           EXIT.

      *WS-ACHOU-OK QUANDO WS-ID-BUSCA-ALU E UM ALUNO DO TITULAR.
       P540-ALUNO-DO-TITULAR.
           SET WS-ACHOU-OK TO FALSE.
           PERFORM P541-COMPARA-ALUNO THRU P541-COMPARA-ALUNO-FIM
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA IS GREATER THAN WS-QT-ALUNOS
                      OR WS-ACHOU-OK.
       P540-ALUNO-DO-TITULAR-FIM.
           EXIT.

       P541-COMPARA-ALUNO.
           IF WS-TA-ID-ALUNO (WS-IND-BUSCA) EQUAL WS-ID-BUSCA-ALU THEN
               SET WS-ACHOU-OK TO TRUE
           END-IF.
       P541-COMPARA-ALUNO-FIM.
           EXIT.

      *WS-ACHOU-OK QUANDO WS-ID-BUSCA-CON E UM CONTATO DO TITULAR.
       P545-CONTATO-DO-TITULAR.
           SET WS-ACHOU-OK TO FALSE.
           PERFORM P546-COMPARA-CONTATO THRU P546-COMPARA-CONTATO-FIM
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA IS GREATER THAN WS-QT-CONTATOS
                      OR WS-ACHOU-OK.
       P545-CONTATO-DO-TITULAR-FIM.
           EXIT.

       P546-COMPARA-CONTATO.
           IF WS-TC-ID-CONTATO (WS-IND-BUSCA) EQUAL WS-ID-BUSCA-CON
              THEN
               SET WS-ACHOU-OK TO TRUE
           END-IF.
       P546-COMPARA-CONTATO-FIM.
           EXIT.

      *ABRE UMA SECAO DO DOCUMENTO: TITULO NUMERADO E FINALIDADE DO
      *TRATAMENTO. ARQUIVO AUSENTE E AVISADO NA PROPRIA SECAO.
       P590-ABRE-SECAO.
           ADD 1 TO WS-NR-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING WS-NR-SECAO '. ' WS-TITULO-SECAO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'FINALIDADE: ' WS-FINALIDADE
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-ARQ-AUSENTE-OK THEN
               MOVE '   (ARQUIVO NAO DISPONIVEL NESTA INSTALACAO)'
                 TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P590-ABRE-SECAO-FIM.
           EXIT.

       P595-FECHA-SECAO.
           IF WS-QTD-SECAO EQUAL ZEROS THEN
               MOVE '   (NENHUM REGISTRO)' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           ADD WS-QTD-SECAO TO WS-QTD-REGISTROS.
       P595-FECHA-SECAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 1. CADASTRO DE ALUNO.
      *----------------------------------------------------------------
       P600-SECAO-ALUNOS.
           MOVE 'CADASTRO DE ALUNO (ALUNOS.DAT)' TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'IDENTIFICACAO E CONTATO DO ALUNO E EXECUCAO DO '
                  'CONTRATO DE PRESTACAO DE SERVICOS EDUCACIONAIS '
                  '(MATRICULA).'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           PERFORM P605-MOSTRA-ALUNO THRU P605-MOSTRA-ALUNO-FIM
                   VARYING WS-IND-ALU FROM 1 BY 1
                   UNTIL WS-IND-ALU IS GREATER THAN WS-QT-ALUNOS.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P600-SECAO-ALUNOS-FIM.
           EXIT.

       P605-MOSTRA-ALUNO.
           MOVE WS-TA-ID-ALUNO (WS-IND-ALU) TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   GO TO P605-MOSTRA-ALUNO-FIM
           END-READ.
           ADD 1 TO WS-QTD-SECAO.
           STRING '   ALUNO ' ID-ALUNO OF REG-ALUNO
                  ' NOME ' NM-ALUNO OF REG-ALUNO
                  ' CPF ' CPF-ALUNO OF REG-ALUNO
                  ' NASCIMENTO ' DT-NASC-ALUNO
                  ' PAIS DO TELEFONE ' PAIS-ALUNO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '      TELEFONE ' FONEAREA OF REG-ALUNO ' '
                  FONENUMERO OF REG-ALUNO
                  ' ADICIONAIS ' FONEAREA-ADIC (1) ' '
                  FONENUMERO-ADIC (1) ' / ' FONEAREA-ADIC (2) ' '
                  FONENUMERO-ADIC (2)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '      ENDERECO ' RU-ALUNO ' ' BA-ALUNO ' '
                  CI-ALUNO ' ' UF-ALUNO ' CEP ' CP-ALUNO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '      CURSO ' ID-CURSO OF REG-ALUNO
                  ' SITUACAO ' ST-ALUNO
                  ' INGRESSO ' AA-INGRESSO
                  ' MENSALIDADE ' ST-MENSALIDADE
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P605-MOSTRA-ALUNO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 2. CADASTRO DE CONTATO.
      *----------------------------------------------------------------
       P610-SECAO-CONTATOS.
           MOVE 'CADASTRO DE CONTATO (CONTATOS.DAT)' TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'COMUNICACAO COM RESPONSAVEIS E CONTATOS DO ALUNO E '
                  'COBRANCA DO RESPONSAVEL FINANCEIRO.'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-C-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-C-OK THEN
               PERFORM P615-MOSTRA-CONTATO
                       THRU P615-MOSTRA-CONTATO-FIM
                       VARYING WS-IND-CON FROM 1 BY 1
                       UNTIL WS-IND-CON IS GREATER THAN WS-QT-CONTATOS
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P610-SECAO-CONTATOS-FIM.
           EXIT.

       P615-MOSTRA-CONTATO.
           MOVE WS-TC-ID-CONTATO (WS-IND-CON)
             TO ID-CONTATO OF REG-CONTATOS.
           READ CONTATOS
               INVALID KEY
                   GO TO P615-MOSTRA-CONTATO-FIM
           END-READ.
           ADD 1 TO WS-QTD-SECAO.
           STRING '   CONTATO ' ID-CONTATO OF REG-CONTATOS
                  ' NOME ' NM-CONTATO
                  ' CPF ' CPF-CONTATO
                  ' E-MAIL ' EM-CONTATO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '      ENDERECO ' RU-CONTATO ' ' BA-CONTATO ' '
                  CI-CONTATO ' ' UF-CONTATO ' CEP ' CP-CONTATO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P615-MOSTRA-CONTATO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 3. VINCULOS ALUNO-CONTATO, DOS DOIS LADOS (ARQUIVO PEQUENO,
      *    VARRIDO POR INTEIRO).
      *----------------------------------------------------------------
       P620-SECAO-VINCULOS.
           MOVE 'VINCULOS ENTRE ALUNO E CONTATO (ALURESP.DAT)'
             TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'IDENTIFICAR QUEM RESPONDE PELO ALUNO, QUEM ACIONAR '
                  'EM EMERGENCIA E QUEM RESPONDE PELOS PAGAMENTOS.'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-V-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-V-OK THEN
               SET WS-EOF-VARRE-OK TO FALSE
               MOVE ZEROS TO CH-RESPONSAVEL
               START RESPONSAVEIS KEY IS NOT LESS THAN CH-RESPONSAVEL
                   INVALID KEY
                       SET WS-EOF-VARRE-OK TO TRUE
               END-START
               PERFORM P625-LE-VINCULO THRU P625-LE-VINCULO-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P620-SECAO-VINCULOS-FIM.
           EXIT.

       P625-LE-VINCULO.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P625-LE-VINCULO-FIM
           END-READ.
           MOVE ID-ALUNO OF CH-RESPONSAVEL TO WS-ID-BUSCA-ALU.
           PERFORM P540-ALUNO-DO-TITULAR
                   THRU P540-ALUNO-DO-TITULAR-FIM.
           IF NOT WS-ACHOU-OK THEN
               MOVE ID-CONTATO OF CH-RESPONSAVEL TO WS-ID-BUSCA-CON
               PERFORM P545-CONTATO-DO-TITULAR
                       THRU P545-CONTATO-DO-TITULAR-FIM
           END-IF.
           IF NOT WS-ACHOU-OK THEN
               GO TO P625-LE-VINCULO-FIM
           END-IF.
           ADD 1 TO WS-QTD-SECAO.
           STRING '   ALUNO ' ID-ALUNO OF CH-RESPONSAVEL
                  ' CONTATO ' ID-CONTATO OF CH-RESPONSAVEL
                  ' VINCULO ' TP-VINCULO
                  ' (R=RESPONSAVEL E=EMERGENCIA F=FINANCEIRO)'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P625-LE-VINCULO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 4. FICHA DE SAUDE.
      *----------------------------------------------------------------
       P630-SECAO-SAUDE.
           MOVE 'FICHA DE SAUDE E EMERGENCIA (SAUDE.DAT)'
             TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'PROTECAO DA VIDA E DA SAUDE DO ALUNO EM '
                  'ATENDIMENTO DE EMERGENCIA (DADO PESSOAL SENSIVEL).'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-SAU-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-SAU-OK THEN
               PERFORM P635-MOSTRA-SAUDE THRU P635-MOSTRA-SAUDE-FIM
                       VARYING WS-IND-ALU FROM 1 BY 1
                       UNTIL WS-IND-ALU IS GREATER THAN WS-QT-ALUNOS
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P630-SECAO-SAUDE-FIM.
           EXIT.

       P635-MOSTRA-SAUDE.
           MOVE WS-TA-ID-ALUNO (WS-IND-ALU) TO ID-ALUNO-SAUDE.
           READ SAUDE
               INVALID KEY
                   GO TO P635-MOSTRA-SAUDE-FIM
           END-READ.
           ADD 1 TO WS-QTD-SECAO.
           STRING '   ALUNO ' ID-ALUNO-SAUDE
                  ' TIPO SANGUINEO ' TP-SANGUINEO
                  ' PLANO ' NM-PLANO-SAUDE ' N. ' NR-PLANO-SAUDE
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '      ALERGIAS ' DS-ALERGIAS
                  ' MEDICACAO ' DS-MEDICACAO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '      ALERTA ' DS-ALERTA-SAUDE
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P635-MOSTRA-SAUDE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 5. DOCUMENTOS ENTREGUES.
      *----------------------------------------------------------------
       P640-SECAO-DOCUMENTOS.
           MOVE 'DOCUMENTOS ENTREGUES (DOCALU.DAT)' TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'CUMPRIMENTO DE OBRIGACAO LEGAL E REGULATORIA: '
                  'CONTROLE DA PASTA DE DOCUMENTOS EXIGIDOS NA '
                  'MATRICULA.'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-DA-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-DA-OK THEN
               PERFORM P642-DOCUMENTOS-ALUNO
                       THRU P642-DOCUMENTOS-ALUNO-FIM
                       VARYING WS-IND-ALU FROM 1 BY 1
                       UNTIL WS-IND-ALU IS GREATER THAN WS-QT-ALUNOS
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P640-SECAO-DOCUMENTOS-FIM.
           EXIT.

       P642-DOCUMENTOS-ALUNO.
           MOVE WS-TA-ID-ALUNO (WS-IND-ALU) TO WS-ID-ALUNO-ATUAL.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO-DOC.
           MOVE SPACES            TO CD-DOCUMENTO-ALU.
           START DOCALU KEY IS NOT LESS THAN CH-DOCALU
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P645-LE-DOCUMENTO THRU P645-LE-DOCUMENTO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P642-DOCUMENTOS-ALUNO-FIM.
           EXIT.

       P645-LE-DOCUMENTO.
           READ DOCALU NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P645-LE-DOCUMENTO-FIM
           END-READ.
           IF ID-ALUNO-DOC NOT EQUAL WS-ID-ALUNO-ATUAL THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P645-LE-DOCUMENTO-FIM
           END-IF.
           ADD 1 TO WS-QTD-SECAO.
           STRING '   ALUNO ' ID-ALUNO-DOC
                  ' DOCUMENTO ' CD-DOCUMENTO-ALU
                  ' ENTREGUE EM ' DT-ENTREGA-DOC
                  ' (ZEROS = PENDENTE) RECEBIDO POR ' ID-OPERADOR-DOC
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P645-LE-DOCUMENTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 6. COBRANCAS.
      *----------------------------------------------------------------
       P650-SECAO-COBRANCAS.
           MOVE 'COBRANCAS (MENSALIDADE.DAT)' TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'EXECUCAO DO CONTRATO: COBRANCA E RECEBIMENTO E, '
                  'QUANDO HOUVER, NEGATIVACAO EM BIRO DE CREDITO '
                  '(EXERCICIO REGULAR DE DIREITO).'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-MN-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-MN-OK THEN
               PERFORM P652-COBRANCAS-ALUNO
                       THRU P652-COBRANCAS-ALUNO-FIM
                       VARYING WS-IND-ALU FROM 1 BY 1
                       UNTIL WS-IND-ALU IS GREATER THAN WS-QT-ALUNOS
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P650-SECAO-COBRANCAS-FIM.
           EXIT.

       P652-COBRANCAS-ALUNO.
           MOVE WS-TA-ID-ALUNO (WS-IND-ALU) TO WS-ID-ALUNO-ATUAL.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE ZEROS             TO COMPETENCIA.
           MOVE SPACES            TO TP-COBRANCA.
           START MENSALIDADE KEY IS NOT LESS THAN CH-MENSALIDADE
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P655-LE-COBRANCA THRU P655-LE-COBRANCA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P652-COBRANCAS-ALUNO-FIM.
           EXIT.

       P655-LE-COBRANCA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P655-LE-COBRANCA-FIM
           END-READ.
           IF ID-ALUNO OF CH-MENSALIDADE NOT EQUAL WS-ID-ALUNO-ATUAL
              THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P655-LE-COBRANCA-FIM
           END-IF.
           ADD 1 TO WS-QTD-SECAO.
           MOVE VL-MENSALIDADE TO WS-VALOR-ED.
           STRING '   ALUNO ' ID-ALUNO OF CH-MENSALIDADE
                  ' COMPETENCIA ' CP-ANO '/' CP-MES
                  ' TIPO ' TP-COBRANCA
                  ' VALOR ' WS-VALOR-ED
                  ' VENCIMENTO ' DT-VENCIMENTO
                  ' PAGAMENTO ' DT-PAGAMENTO
                  ' SIT ' ST-COBRANCA
                  ' ACORDO ' NR-ACORDO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF ST-NEGATIVACAO NOT EQUAL SPACE THEN
               STRING '      NEGATIVACAO ' ST-NEGATIVACAO
                      ' CPF ' CPF-NEGATIVACAO
                      ' AVISO ' DT-AVISO-NEGAT
                      ' INCLUSAO ' DT-INCLUSAO-NEGAT
                      ' EXCLUSAO ' DT-EXCLUSAO-NEGAT
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P655-LE-COBRANCA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 7. ACORDOS DE RENEGOCIACAO (SEM CHAVE PELO ALUNO: VARRIDO).
      *----------------------------------------------------------------
       P660-SECAO-ACORDOS.
           MOVE 'ACORDOS DE RENEGOCIACAO (ACORDO.DAT)'
             TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'EXECUCAO DO CONTRATO: RENEGOCIACAO DE DEBITOS '
                  'VENCIDOS.'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-ACO-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-ACO-OK THEN
               SET WS-EOF-VARRE-OK TO FALSE
               PERFORM P665-LE-ACORDO THRU P665-LE-ACORDO-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P660-SECAO-ACORDOS-FIM.
           EXIT.

       P665-LE-ACORDO.
           READ ACORDO NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P665-LE-ACORDO-FIM
           END-READ.
           MOVE ID-ALUNO-ACORDO TO WS-ID-BUSCA-ALU.
           PERFORM P540-ALUNO-DO-TITULAR
                   THRU P540-ALUNO-DO-TITULAR-FIM.
           IF NOT WS-ACHOU-OK THEN
               GO TO P665-LE-ACORDO-FIM
           END-IF.
           ADD 1 TO WS-QTD-SECAO.
           MOVE VL-PARCELA-ACORDO TO WS-VALOR-ED.
           STRING '   ACORDO ' NR-ACORDO-PLANO
                  ' ALUNO ' ID-ALUNO-ACORDO
                  ' DE ' DT-ACORDO
                  ' SITUACAO ' ST-ACORDO
                  ' PARCELAS ' QT-PARCELAS-PAGAS '/'
                  QT-PARCELAS-ACORDO
                  ' DE ' WS-VALOR-ED
                  ' 1A. PARCELA ' DT-PRIMEIRA-PARCELA
                  ' POR ' ID-OPERADOR-ACORDO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P665-LE-ACORDO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 8. NOTIFICACOES (FILA SEQUENCIAL, VARRIDA).
      *----------------------------------------------------------------
       P670-SECAO-NOTIFICACOES.
           MOVE 'NOTIFICACOES A FAMILIA (NOTIFICA.DAT)'
             TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'COMUNICAR AO ALUNO E A FAMILIA OS EVENTOS '
                  'ACADEMICOS E FINANCEIROS DO ALUNO.'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-NOT-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-NOT-OK THEN
               SET WS-EOF-VARRE-OK TO FALSE
               PERFORM P675-LE-NOTIFICACAO
                       THRU P675-LE-NOTIFICACAO-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P670-SECAO-NOTIFICACOES-FIM.
           EXIT.

       P675-LE-NOTIFICACAO.
           READ NOTIFICA
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P675-LE-NOTIFICACAO-FIM
           END-READ.
           MOVE ID-ALUNO OF REG-NOTIFICA TO WS-ID-BUSCA-ALU.
           PERFORM P540-ALUNO-DO-TITULAR
                   THRU P540-ALUNO-DO-TITULAR-FIM.
           IF NOT WS-ACHOU-OK THEN
               GO TO P675-LE-NOTIFICACAO-FIM
           END-IF.
           ADD 1 TO WS-QTD-SECAO.
           STRING '   ' DT-EVENTO ' ' HR-EVENTO
                  ' ALUNO ' ID-ALUNO OF REG-NOTIFICA
                  ' EVENTO ' TP-EVENTO
                  ' MATERIA ' ID-MATERIA OF REG-NOTIFICA
                  ' ' DS-PAYLOAD
                  ' ENVIADA ' FL-PROCESSADO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P675-LE-NOTIFICACAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 9. FREQUENCIA (CHAMADA), SOMADA POR MATERIA E PERIODO.
      *----------------------------------------------------------------
       P680-SECAO-FREQUENCIA.
           MOVE 'FREQUENCIA REGISTRADA NA CHAMADA (CHAMADA.DAT)'
             TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'CUMPRIMENTO DE OBRIGACAO LEGAL: REGISTRO DA '
                  'FREQUENCIA EXIGIDA PARA A APROVACAO. RESUMO POR '
                  'MATERIA E PERIODO.'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-CH-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-CH-OK THEN
               SET WS-EOF-VARRE-OK TO FALSE
               PERFORM P682-LE-CHAMADA THRU P682-LE-CHAMADA-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK
               PERFORM P688-MOSTRA-FREQUENCIA
                       THRU P688-MOSTRA-FREQUENCIA-FIM
                       VARYING WS-IND-FREQ FROM 1 BY 1
                       UNTIL WS-IND-FREQ IS GREATER THAN WS-QT-FREQ
               IF WS-QTD-FORA-FREQ IS GREATER THAN ZEROS THEN
                   STRING '   LINHAS DE CHAMADA FORA DO RESUMO (200 '
                          'MATERIAS/PERIODOS): ' WS-QTD-FORA-FREQ
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
                   PERFORM P305-GRAVA-LINHA-SPOOL
                           THRU P305-GRAVA-LINHA-SPOOL-FIM
               END-IF
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P680-SECAO-FREQUENCIA-FIM.
           EXIT.

       P682-LE-CHAMADA.
           READ CHAMADA NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P682-LE-CHAMADA-FIM
           END-READ.
           MOVE ID-ALUNO OF CH-CHAMADA TO WS-ID-BUSCA-ALU.
           PERFORM P540-ALUNO-DO-TITULAR
                   THRU P540-ALUNO-DO-TITULAR-FIM.
           IF NOT WS-ACHOU-OK THEN
               GO TO P682-LE-CHAMADA-FIM
           END-IF.
           SET WS-ACHOU-OK TO FALSE.
           PERFORM P684-PROCURA-FREQ THRU P684-PROCURA-FREQ-FIM
                   VARYING WS-IND-FREQ FROM 1 BY 1
                   UNTIL WS-IND-FREQ IS GREATER THAN WS-QT-FREQ
                      OR WS-ACHOU-OK.
           IF NOT WS-ACHOU-OK THEN
               IF WS-QT-FREQ IS NOT LESS THAN 200 THEN
                   ADD 1 TO WS-QTD-FORA-FREQ
                   GO TO P682-LE-CHAMADA-FIM
               END-IF
               ADD 1 TO WS-QT-FREQ
               MOVE WS-QT-FREQ TO WS-IND-FREQ
               MOVE ID-ALUNO OF CH-CHAMADA
                 TO WS-FQ-ID-ALUNO (WS-IND-FREQ)
               MOVE ID-MATERIA OF CH-CHAMADA
                 TO WS-FQ-ID-MATERIA (WS-IND-FREQ)
               MOVE AS-ANO OF CH-CHAMADA TO WS-FQ-ANO (WS-IND-FREQ)
               MOVE AS-SEMESTRE OF CH-CHAMADA
                 TO WS-FQ-SEMESTRE (WS-IND-FREQ)
               MOVE ZEROS TO WS-FQ-PRESENCAS (WS-IND-FREQ)
               MOVE ZEROS TO WS-FQ-FALTAS    (WS-IND-FREQ)
               MOVE ZEROS TO WS-FQ-SUGERIDAS (WS-IND-FREQ)
           ELSE
               SUBTRACT 1 FROM WS-IND-FREQ
           END-IF.
           EVALUATE TRUE
               WHEN FL-PRESENCA-PRESENTE
                   ADD 1 TO WS-FQ-PRESENCAS (WS-IND-FREQ)
               WHEN FL-PRESENCA-FALTA
                   ADD 1 TO WS-FQ-FALTAS (WS-IND-FREQ)
               WHEN OTHER
                   ADD 1 TO WS-FQ-SUGERIDAS (WS-IND-FREQ)
           END-EVALUATE.
       P682-LE-CHAMADA-FIM.
           EXIT.

       P684-PROCURA-FREQ.
           IF WS-FQ-ID-ALUNO (WS-IND-FREQ) EQUAL
                  ID-ALUNO OF CH-CHAMADA AND
              WS-FQ-ID-MATERIA (WS-IND-FREQ) EQUAL
                  ID-MATERIA OF CH-CHAMADA AND
              WS-FQ-ANO (WS-IND-FREQ) EQUAL AS-ANO OF CH-CHAMADA AND
              WS-FQ-SEMESTRE (WS-IND-FREQ) EQUAL
                  AS-SEMESTRE OF CH-CHAMADA THEN
               SET WS-ACHOU-OK TO TRUE
           END-IF.
       P684-PROCURA-FREQ-FIM.
           EXIT.

       P688-MOSTRA-FREQUENCIA.
           ADD 1 TO WS-QTD-SECAO.
           STRING '   ALUNO ' WS-FQ-ID-ALUNO (WS-IND-FREQ)
                  ' MATERIA ' WS-FQ-ID-MATERIA (WS-IND-FREQ)
                  ' PERIODO ' WS-FQ-ANO (WS-IND-FREQ) '/'
                  WS-FQ-SEMESTRE (WS-IND-FREQ)
                  ' PRESENCAS ' WS-FQ-PRESENCAS (WS-IND-FREQ)
                  ' FALTAS ' WS-FQ-FALTAS (WS-IND-FREQ)
                  ' SUGERIDAS PELA CATRACA '
                  WS-FQ-SUGERIDAS (WS-IND-FREQ)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P688-MOSTRA-FREQUENCIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 10. RESULTADOS POR MATERIA (ALUTODOS, COM A COPIA DE NOME E
      *     TELEFONE GUARDADA EM CADA RESULTADO).
      *----------------------------------------------------------------
       P690-SECAO-RESULTADOS.
           MOVE 'RESULTADOS POR MATERIA (ALUTODOS.DAT)'
             TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'EXECUCAO DO CONTRATO E OBRIGACAO LEGAL: HISTORICO '
                  'ESCOLAR (MEDIA, SITUACAO E FREQUENCIA POR '
                  'MATERIA).'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-T-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-T-OK THEN
               PERFORM P692-RESULTADOS-ALUNO
                       THRU P692-RESULTADOS-ALUNO-FIM
                       VARYING WS-IND-ALU FROM 1 BY 1
                       UNTIL WS-IND-ALU IS GREATER THAN WS-QT-ALUNOS
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P690-SECAO-RESULTADOS-FIM.
           EXIT.

       P692-RESULTADOS-ALUNO.
           MOVE WS-TA-ID-ALUNO (WS-IND-ALU) TO WS-ID-ALUNO-ATUAL.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO OF CH-TODOS.
           MOVE ZEROS             TO ID-MATERIA OF CH-TODOS.
           MOVE ZEROS             TO ANO-SEMESTRE OF CH-TODOS.
           START TODOS-ALUNOS KEY IS NOT LESS THAN CH-TODOS
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P695-LE-RESULTADO THRU P695-LE-RESULTADO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P692-RESULTADOS-ALUNO-FIM.
           EXIT.

       P695-LE-RESULTADO.
           READ TODOS-ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P695-LE-RESULTADO-FIM
           END-READ.
           IF ID-ALUNO OF CH-TODOS NOT EQUAL WS-ID-ALUNO-ATUAL THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P695-LE-RESULTADO-FIM
           END-IF.
           ADD 1 TO WS-QTD-SECAO.
           MOVE MD-ALUNO TO WS-MEDIA-ED.
           MOVE FR-ALUNO TO WS-FREQ-ED.
           STRING '   ALUNO ' ID-ALUNO OF CH-TODOS
                  ' MATERIA ' ID-MATERIA OF CH-TODOS
                  ' ' NM-MATERIA OF REG-TODOS
                  ' PERIODO ' AS-ANO OF CH-TODOS '/'
                  AS-SEMESTRE OF CH-TODOS
                  ' TURMA ' TURMA OF REG-TODOS
                  ' MEDIA ' WS-MEDIA-ED
                  ' FREQ. ' WS-FREQ-ED '%'
                  ' ' ST-APROVACAO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '      COPIA DO CADASTRO NO RESULTADO: NOME '
                  NM-ALUNO OF REG-TODOS
                  ' TELEFONE ' FONEAREA OF REG-TODOS ' '
                  FONENUMERO OF REG-TODOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P695-LE-RESULTADO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 11. ATENDIMENTOS: OS DO CONTATO PELA CHAVE PRINCIPAL E OS DO
      *     ALUNO PELA CHAVE ALTERNATIVA (SEM REPETIR OS QUE JA SAIRAM
      *     PELO CONTATO).
      *----------------------------------------------------------------
       P700-SECAO-ATENDIMENTOS.
           MOVE 'REGISTRO DE ATENDIMENTOS (ATENDIM.DAT)'
             TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'HISTORICO DO RELACIONAMENTO COM O TITULAR: '
                  'CONVERSAS, ASSUNTOS TRATADOS E RETORNOS COMBINADOS.'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-ATD-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-ATD-OK THEN
               PERFORM P702-ATENDIMENTOS-CONTATO
                       THRU P702-ATENDIMENTOS-CONTATO-FIM
                       VARYING WS-IND-CON FROM 1 BY 1
                       UNTIL WS-IND-CON IS GREATER THAN WS-QT-CONTATOS
               PERFORM P705-ATENDIMENTOS-ALUNO
                       THRU P705-ATENDIMENTOS-ALUNO-FIM
                       VARYING WS-IND-ALU FROM 1 BY 1
                       UNTIL WS-IND-ALU IS GREATER THAN WS-QT-ALUNOS
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P700-SECAO-ATENDIMENTOS-FIM.
           EXIT.

       P702-ATENDIMENTOS-CONTATO.
           MOVE WS-TC-ID-CONTATO (WS-IND-CON) TO WS-ID-CONTATO-ATUAL.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-ID-CONTATO-ATUAL TO ID-CONTATO-ATD.
           MOVE ZEROS               TO DT-HR-ATD.
           START ATENDIMENTOS KEY IS NOT LESS THAN CH-ATENDIMENTO
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P703-LE-ATD-CONTATO THRU P703-LE-ATD-CONTATO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P702-ATENDIMENTOS-CONTATO-FIM.
           EXIT.

       P703-LE-ATD-CONTATO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P703-LE-ATD-CONTATO-FIM
           END-READ.
           IF ID-CONTATO-ATD NOT EQUAL WS-ID-CONTATO-ATUAL THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P703-LE-ATD-CONTATO-FIM
           END-IF.
           PERFORM P708-MOSTRA-ATENDIMENTO
                   THRU P708-MOSTRA-ATENDIMENTO-FIM.
       P703-LE-ATD-CONTATO-FIM.
           EXIT.

       P705-ATENDIMENTOS-ALUNO.
           MOVE WS-TA-ID-ALUNO (WS-IND-ALU) TO WS-ID-ALUNO-ATUAL.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO-ATD.
           START ATENDIMENTOS KEY IS EQUAL TO ID-ALUNO-ATD
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P706-LE-ATD-ALUNO THRU P706-LE-ATD-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P705-ATENDIMENTOS-ALUNO-FIM.
           EXIT.

       P706-LE-ATD-ALUNO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P706-LE-ATD-ALUNO-FIM
           END-READ.
           IF ID-ALUNO-ATD NOT EQUAL WS-ID-ALUNO-ATUAL THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P706-LE-ATD-ALUNO-FIM
           END-IF.
           MOVE ID-CONTATO-ATD TO WS-ID-BUSCA-CON.
           PERFORM P545-CONTATO-DO-TITULAR
                   THRU P545-CONTATO-DO-TITULAR-FIM.
           IF WS-ACHOU-OK THEN
               GO TO P706-LE-ATD-ALUNO-FIM
           END-IF.
           PERFORM P708-MOSTRA-ATENDIMENTO
                   THRU P708-MOSTRA-ATENDIMENTO-FIM.
       P706-LE-ATD-ALUNO-FIM.
           EXIT.

       P708-MOSTRA-ATENDIMENTO.
           ADD 1 TO WS-QTD-SECAO.
           STRING '   ' DT-ATD ' ' HR-ATD
                  ' CONTATO ' ID-CONTATO-ATD
                  ' ALUNO ' ID-ALUNO-ATD
                  ' CANAL ' CD-CANAL-ATD
                  ' ASSUNTO ' CD-ASSUNTO-ATD
                  ' ATENDIDO POR ' ID-OPERADOR-ATD
                  ' RETORNO ' DT-RETORNO-ATD ' ' ST-RETORNO-ATD
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '      ' DS-RESUMO-ATD
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P708-MOSTRA-ATENDIMENTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 12. AUDITORIA: ALTERACOES NOS ARQUIVOS CUJA CHAVE COMECA PELO
      *     ALUNO, NO CADASTRO DE CONTATOS E NOS VINCULOS. SO A DATA,
      *     O ARQUIVO, A OPERACAO E QUEM FEZ: AS IMAGENS ANTES/DEPOIS
      *     REPETEM OS DADOS JA LISTADOS NAS SECOES ANTERIORES.
      *----------------------------------------------------------------
       P710-SECAO-AUDITORIA.
           MOVE 'ALTERACOES REGISTRADAS NA AUDITORIA (AUDITORIA.DAT)'
             TO WS-TITULO-SECAO.
           MOVE SPACES TO WS-FINALIDADE.
           STRING 'SEGURANCA DA INFORMACAO: RASTREIO DE QUEM ALTEROU '
                  'OS DADOS DO TITULAR E QUANDO.'
                  DELIMITED BY SIZE
                  INTO WS-FINALIDADE
           END-STRING.
           SET WS-ARQ-AUSENTE-OK TO FALSE.
           IF NOT WS-ABT-AUD-OK THEN
               SET WS-ARQ-AUSENTE-OK TO TRUE
           END-IF.
           PERFORM P590-ABRE-SECAO THRU P590-ABRE-SECAO-FIM.
           IF WS-ABT-AUD-OK THEN
               SET WS-EOF-VARRE-OK TO FALSE
               PERFORM P715-LE-AUDITORIA THRU P715-LE-AUDITORIA-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK
           END-IF.
           PERFORM P595-FECHA-SECAO THRU P595-FECHA-SECAO-FIM.
       P710-SECAO-AUDITORIA-FIM.
           EXIT.

       P715-LE-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P715-LE-AUDITORIA-FIM
           END-READ.
           SET WS-ACHOU-OK TO FALSE.
           EVALUATE NM-ARQUIVO-AUDITORIA
               WHEN 'ALUNOS'
               WHEN 'ALUTODOS'
               WHEN 'ALUAPROV'
               WHEN 'MATRICULA'
               WHEN 'MENSALIDA'
               WHEN 'NOTASDET'
                   IF CH-REGISTRO-AUDITORIA (1:5) IS NUMERIC THEN
                       MOVE CH-REGISTRO-AUDITORIA (1:5)
                         TO WS-ID-BUSCA-ALU
                       PERFORM P540-ALUNO-DO-TITULAR
                               THRU P540-ALUNO-DO-TITULAR-FIM
                   END-IF
               WHEN 'CONTATOS'
                   IF CH-REGISTRO-AUDITORIA (1:6) IS NUMERIC THEN
                       MOVE CH-REGISTRO-AUDITORIA (1:6)
                         TO WS-ID-BUSCA-CON
                       PERFORM P545-CONTATO-DO-TITULAR
                               THRU P545-CONTATO-DO-TITULAR-FIM
                   END-IF
               WHEN 'ALURESP'
                   IF CH-REGISTRO-AUDITORIA (1:11) IS NUMERIC THEN
                       MOVE CH-REGISTRO-AUDITORIA (1:5)
                         TO WS-ID-BUSCA-ALU
                       PERFORM P540-ALUNO-DO-TITULAR
                               THRU P540-ALUNO-DO-TITULAR-FIM
                       IF NOT WS-ACHOU-OK THEN
                           MOVE CH-REGISTRO-AUDITORIA (6:6)
                             TO WS-ID-BUSCA-CON
                           PERFORM P545-CONTATO-DO-TITULAR
                                   THRU P545-CONTATO-DO-TITULAR-FIM
                       END-IF
                   END-IF
           END-EVALUATE.
           IF NOT WS-ACHOU-OK THEN
               GO TO P715-LE-AUDITORIA-FIM
           END-IF.
           ADD 1 TO WS-QTD-SECAO.
           STRING '   ' DT-AUDITORIA ' ' HR-AUDITORIA
                  ' ARQUIVO ' NM-ARQUIVO-AUDITORIA
                  ' OPERACAO ' TP-OPERACAO-AUDITORIA
                  ' CHAVE ' CH-REGISTRO-AUDITORIA
                  ' POR ' ID-OPERADOR-AUDITORIA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P715-LE-AUDITORIA-FIM.
           EXIT.

      *LE, INCREMENTA E REGRAVA O CONTADOR DE DOCUMENTOS.
       P320-PROXIMO-DOCUMENTO.
           MOVE ZEROS TO WS-NR-DOCUMENTO.
           OPEN INPUT SEQUENCIA.
           IF WS-FS-SEQ-OK THEN
               READ SEQUENCIA
                   AT END
                       MOVE ZEROS TO REG-SEQUENCIA
               END-READ
               MOVE REG-SEQUENCIA TO WS-NR-DOCUMENTO
               CLOSE SEQUENCIA
           END-IF.
           ADD 1 TO WS-NR-DOCUMENTO.
           OPEN OUTPUT SEQUENCIA.
           MOVE WS-NR-DOCUMENTO TO REG-SEQUENCIA.
           WRITE REG-SEQUENCIA
           END-WRITE.
           CLOSE SEQUENCIA.
       P320-PROXIMO-DOCUMENTO-FIM.
           EXIT.

      *ANOTA O PEDIDO NO LOG: QUEM PEDIU, POR QUAL IDENTIFICADOR, O
      *QUE FOI ENCONTRADO E EM QUE SPOOL O DOCUMENTO FICOU.
       P330-GRAVA-LOG.
           MOVE SPACES            TO REG-LOG-PEDIDO.
           MOVE WS-NR-DOCUMENTO   TO NR-DOCUMENTO-LOG.
           MOVE WS-DH-DATA        TO DT-PEDIDO-LOG.
           MOVE WS-DH-HORA        TO HR-PEDIDO-LOG.
           MOVE WS-TP-IDENT       TO TP-IDENT-LOG.
           MOVE WS-ID-INFORMADO   TO ID-INFORMADO-LOG.
           MOVE WS-QT-ALUNOS      TO QT-ALUNOS-LOG.
           MOVE WS-QT-CONTATOS    TO QT-CONTATOS-LOG.
           MOVE WS-QTD-REGISTROS  TO QT-REGISTROS-LOG.
           MOVE WS-SP-NUMERO      TO NR-SPOOL-LOG.
           MOVE WS-COM-OPERADOR   TO ID-OPERADOR-LOG.
           MOVE WS-NM-SOLICITANTE TO NM-SOLICITANTE-LOG.
           WRITE REG-LOG-PEDIDO
           END-WRITE.
       P330-GRAVA-LOG-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTLGPACE'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
       P300-ABRE-SPOOL-FIM.
           EXIT.

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
           EXIT.

       P310-FECHA-SPOOL.
           CLOSE SAIDA-SPOOL.
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           DISPLAY 'RELATORIO GUARDADO NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.
           EXIT.

       P440-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE '          SISTEMA ESCOLAR - SECRETARIA'
             TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD) N. '
                  WS-NR-DOCUMENTO
                  '   EMITIDO EM ' WS-DH-DIA '/' WS-DH-MES '/'
                  WS-DH-ANO ' AS ' WS-DH-HH ':' WS-DH-MI
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           EVALUATE TRUE
               WHEN WS-TP-IDENT-CPF
                   STRING 'IDENTIFICADOR INFORMADO: CPF '
                          WS-ID-INFORMADO
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
               WHEN WS-TP-IDENT-ALUNO
                   STRING 'IDENTIFICADOR INFORMADO: CODIGO DO ALUNO '
                          WS-ID-INFORMADO
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
               WHEN OTHER
                   STRING 'IDENTIFICADOR INFORMADO: CODIGO DO CONTATO '
                          WS-ID-INFORMADO
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
           END-EVALUATE.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'SOLICITANTE: ' WS-NM-SOLICITANTE
                  '   OPERADOR: ' WS-COM-OPERADOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CPF DO TITULAR: ' WS-CPF-TITULAR
                  '   CADASTROS DE ALUNO: ' WS-QT-ALUNOS
                  '   CADASTROS DE CONTATO: ' WS-QT-CONTATOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ESTE DOCUMENTO REUNE OS DADOS PESSOAIS DO TITULAR '
                  'MANTIDOS PELA INSTITUICAO, POR CATEGORIA, COM A '
                  'FINALIDADE DE CADA TRATAMENTO'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE '(LEI 13.709/2018 - LGPD, ART. 18).' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.
           EXIT.

       P450-GRAVA-RODAPE.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'FIM DO DOCUMENTO N. ' WS-NR-DOCUMENTO
                  ' - REGISTROS LISTADOS: ' WS-QTD-REGISTROS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P450-GRAVA-RODAPE-FIM.
           EXIT.

       P420-FECHA-ARQ.
           CLOSE ALUNOS.
           IF WS-ABT-C-OK THEN
               CLOSE CONTATOS
           END-IF.
           IF WS-ABT-V-OK THEN
               CLOSE RESPONSAVEIS
           END-IF.
           IF WS-ABT-SAU-OK THEN
               CLOSE SAUDE
           END-IF.
           IF WS-ABT-DA-OK THEN
               CLOSE DOCALU
           END-IF.
           IF WS-ABT-MN-OK THEN
               CLOSE MENSALIDADE
           END-IF.
           IF WS-ABT-ACO-OK THEN
               CLOSE ACORDO
           END-IF.
           IF WS-ABT-NOT-OK THEN
               CLOSE NOTIFICA
           END-IF.
           IF WS-ABT-CH-OK THEN
               CLOSE CHAMADA
           END-IF.
           IF WS-ABT-T-OK THEN
               CLOSE TODOS-ALUNOS
           END-IF.
           IF WS-ABT-ATD-OK THEN
               CLOSE ATENDIMENTOS
           END-IF.
           IF WS-ABT-AUD-OK THEN
               CLOSE AUDITORIA
           END-IF.
           CLOSE LOG-PEDIDO.
       P420-FECHA-ARQ-FIM.
           EXIT.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIDADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.
           EXIT.

       P900-FINALIZA.
           IF NOT WS-EXIT-OK THEN
               PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM
           END-IF.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.
           EXIT.

       END PROGRAM NTLGPACE.
