      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      31/07/2023.
      * Purpose:   TABELA DE CEPS E CONFERENCIA DE ENDERECOS - A OPCAO
      *            1 CARREGA OU ATUALIZA A TABELA (CEP.DAT/CFPK0080) A
      *            PARTIR DO ARQUIVO DOS CORREIOS (CEPCORR.TXT, UMA
      *            LINHA POR CEP NO FORMATO CEP@UF@CIDADE@BAIRRO@
      *            LOGRADOURO): CEP NOVO E INCLUIDO, CEP QUE MUDOU E
      *            REGRAVADO, LINHA INVALIDA E LISTADA E IGNORADA. A
      *            CARGA PODE SER REPETIDA A CADA NOVA EDICAO DO
      *            ARQUIVO. A OPCAO 2 CONSULTA UM CEP. A OPCAO 3
      *            CONFERE O ENDERECO DE TODOS OS ALUNOS (ALUNOS.DAT)
      *            E CONTATOS (CONTATOS.DAT) COM CEP INFORMADO CONTRA A
      *            TABELA, MONTA A LISTA DE TRABALHO (CEPDIV.DAT,
      *            CFPK0081) E GUARDA O RELATORIO NO SPOOL (PGSPOOL).
      *            A OPCAO 4 PERMITE RECUSAR (OU READMITIR) A CORRECAO
      *            DE UM ITEM DEPOIS DA REVISAO DO RELATORIO, E A
      *            OPCAO 5, APOS CONFIRMACAO, CORRIGE BAIRRO, CIDADE E
      *            UF DOS ITENS PENDENTES PELA TABELA, COM AUDITORIA E
      *            IDENTIFICADOR DE EXECUCAO (ESTORNAVEL PELO
      *            NTAUDRES). O LOGRADOURO LEVA O NUMERO E NAO E
      *            CORRIGIDO: LOGRADOURO DIFERENTE E CEP FORA DA TABELA
      *            FICAM NA LISTA PARA ACERTO MANUAL NO CADASTRO.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCEPMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CD-CEP
           FILE  STATUS IS WS-FS-CEP.

           SELECT CEPCORR
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-COR.

           SELECT CEPDIV
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CEPDIV
           FILE  STATUS IS WS-FS-DIV.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT CONTATOS
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ID-CONTATO
           FILE  STATUS IS WS-FS-C.

           SELECT AUDITORIA
           ASSIGN TO WS-CAMINHO-AUDITORIA
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
       FD  CEPS.
           COPY CFPK0080.

       FD  CEPCORR.
       01  REG-CEPCORR                 PIC X(200).

       FD  CEPDIV.
           COPY CFPK0081.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  CONTATOS.
           COPY FD_CONTT.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHO ALEM DOS CINCO SLOTS DE CFCFG001, JA TODOS OCUPADOS.
       01  WS-CAMINHO-AUDITORIA        PIC X(80) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-EXECUCAO           PIC 9(14).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

      *IDENTIFICADOR DA CORRECAO NA AUDITORIA (DATA/HORA DE INICIO).
       77  WS-ID-EXECUCAO              PIC 9(14) VALUE ZEROS.

       77  WS-OPCAO                    PIC X      VALUE SPACE.
       77  WS-CONFIRMA                 PIC X      VALUE SPACE.

      *CAMPOS DE UMA LINHA DO ARQUIVO DOS CORREIOS. NOMES MAIS
      *LONGOS QUE O CADASTRO SAO TRUNCADOS NO TAMANHO DA TABELA.
       01  WS-CAMPOS-CORREIOS.
           03 WS-CO-CEP                PIC X(08).
           03 WS-CO-UF                 PIC X(02).
           03 WS-CO-CIDADE             PIC X(20).
           03 WS-CO-BAIRRO             PIC X(20).
           03 WS-CO-LOGRADOURO         PIC X(30).
       77  WS-CO-CEP-NUM               PIC 9(08) VALUE ZEROS.

      *TOTAIS DA CARGA.
       77  WS-QT-LINHAS                PIC 9(07) VALUE ZEROS.
       77  WS-QT-INCLUIDOS             PIC 9(07) VALUE ZEROS.
       77  WS-QT-ALTERADOS             PIC 9(07) VALUE ZEROS.
       77  WS-QT-IGUAIS                PIC 9(07) VALUE ZEROS.
       77  WS-QT-REJEITADAS            PIC 9(07) VALUE ZEROS.

      *ENDERECO EM CONFERENCIA (MESMO LAYOUT DE DS-ALUNO E
      *DS-CONTATO) E SUA VERSAO EM MAIUSCULAS PARA A COMPARACAO.
       01  WS-ENDERECO-CONF.
           03 WS-EC-RU                 PIC X(30).
           03 WS-EC-BA                 PIC X(20).
           03 WS-EC-CI                 PIC X(20).
           03 WS-EC-UF                 PIC X(02).
           03 WS-EC-CP                 PIC 9(08).
       77  WS-UC-RU                    PIC X(30) VALUE SPACES.
       77  WS-UC-BA                    PIC X(20) VALUE SPACES.
       77  WS-UC-CI                    PIC X(20) VALUE SPACES.
       77  WS-UC-UF                    PIC X(02) VALUE SPACES.
       77  WS-TAM-LOGRADOURO           PIC 9(02) VALUE ZEROS.
       77  WS-TP-CADASTRO              PIC X(01) VALUE SPACE.
       77  WS-ID-CADASTRO              PIC 9(06) VALUE ZEROS.
       77  WS-NM-CADASTRO              PIC X(20) VALUE SPACES.
       77  WS-DS-CADASTRO              PIC X(08) VALUE SPACES.

       77  WS-DIF-ENDERECO             PIC X.
           88 WS-DIF-ENDERECO-OK       VALUE 'S' FALSE 'N'.
       77  WS-DIF-LOGRADOURO           PIC X.
           88 WS-DIF-LOGRADOURO-OK     VALUE 'S' FALSE 'N'.

      *TOTAIS DA APURACAO E DA CORRECAO.
       77  WS-QT-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WS-QT-SEM-CEP               PIC 9(06) VALUE ZEROS.
       77  WS-QT-DIV-CEP               PIC 9(06) VALUE ZEROS.
       77  WS-QT-DIV-ENDERECO          PIC 9(06) VALUE ZEROS.
       77  WS-QT-DIV-LOGRADOURO        PIC 9(06) VALUE ZEROS.
       77  WS-QT-CORRIGIDOS            PIC 9(06) VALUE ZEROS.
       77  WS-QT-MUDOU                 PIC 9(06) VALUE ZEROS.

      *ITEM DA LISTA PEDIDO NA REVISAO.
       77  WS-TP-REVISAO               PIC X(01) VALUE SPACE.
       77  WS-ID-REVISAO               PIC 9(06) VALUE ZEROS.
       77  WS-CEP-CONSULTA             PIC 9(08) VALUE ZEROS.

      *IMAGEM DO REGISTRO ANTES DA CORRECAO, PARA A AUDITORIA.
       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.
       77  WS-NM-ARQUIVO-AUD           PIC X(10) VALUE SPACES.
       77  WS-CH-REGISTRO-AUD          PIC X(20) VALUE SPACES.

       77  WS-EOF-COR                  PIC X.
           88 WS-EOF-COR-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-CAD                  PIC X.
           88 WS-EOF-CAD-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-DIV                  PIC X.
           88 WS-EOF-DIV-OK            VALUE 'S' FALSE 'N'.
       77  WS-ALU-ABERTO               PIC X.
           88 WS-ALU-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77  WS-CON-ABERTO               PIC X.
           88 WS-CON-ABERTO-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-CEP                   PIC 99.
           88 WS-FS-CEP-OK             VALUE 0.
       77  WS-FS-COR                   PIC 99.
           88 WS-FS-COR-OK             VALUE 0.
       77  WS-FS-DIV                   PIC 99.
           88 WS-FS-DIV-OK             VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
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
           INITIALIZE WS-OPCAO WS-FS-CEP WS-FS-COR WS-FS-DIV WS-FS-A
                      WS-FS-C WS-FS-AUD WS-REG-ANTES WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
      *A CORRECAO REGRAVA ALUNOS E CONTATOS EM LOTE; SO SUPERVISOR
      *OPERA ESTE MODULO.
           IF WS-COM-NIVEL NOT EQUAL 2 THEN
               DISPLAY 'TABELA DE CEPS RESTRITA A SUPERVISOR.'
               END-DISPLAY
               MOVE '9' TO WS-OPCAO
           END-IF.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           IF WS-OPCAO NOT EQUAL '9' THEN
               PERFORM P400-ABRE-ARQ   THRU P400-ABRE-ARQ-FIM
           END-IF.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DA TABELA DE CEPS, DO ARQUIVO DOS CORREIOS,
      *DA LISTA DE TRABALHO, DOS ALUNOS, DOS CONTATOS E DA AUDITORIA.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CEP.DAT'       DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CEPCORR.TXT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CEPDIV.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-AUDITORIA
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O CEPS.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-CEP-OK THEN
               OPEN OUTPUT CEPS
               CLOSE CEPS
               OPEN I-O CEPS
           END-IF.
           OPEN I-O CEPDIV.
           IF NOT WS-FS-DIV-OK THEN
               OPEN OUTPUT CEPDIV
               CLOSE CEPDIV
               OPEN I-O CEPDIV
           END-IF.
      *SEM UM DOS CADASTROS, A CONFERENCIA SEGUE SO COM O OUTRO.
           SET WS-ALU-ABERTO-OK TO FALSE.
           OPEN I-O ALUNOS.
           IF WS-FS-A-OK THEN
               SET WS-ALU-ABERTO-OK TO TRUE
           END-IF.
           SET WS-CON-ABERTO-OK TO FALSE.
           OPEN I-O CONTATOS.
           IF WS-FS-C-OK THEN
               SET WS-CON-ABERTO-OK TO TRUE
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
                   PERFORM P500-CARGA    THRU P500-CARGA-FIM
               WHEN '2'
                   PERFORM P550-CONSULTA THRU P550-CONSULTA-FIM
               WHEN '3'
                   PERFORM P600-APURA    THRU P600-APURA-FIM
               WHEN '4'
                   PERFORM P700-REVISA   THRU P700-REVISA-FIM
               WHEN '5'
                   PERFORM P750-APLICA   THRU P750-APLICA-FIM
               WHEN '9'
                   DISPLAY 'TABELA DE CEPS ENCERRADA'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '****** TABELA  DE  CEPS *******'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - CARGA DOS CORREIOS     |'.
           DISPLAY '|<2> - CONSULTAR CEP          |'.
           DISPLAY '|<3> - CONFERIR ENDERECOS     |'.
           DISPLAY '|<4> - REVER ITEM DA LISTA    |'.
           DISPLAY '|<5> - CORRIGIR ENDERECOS     |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *CARGA OU ATUALIZACAO DA TABELA PELO ARQUIVO DOS CORREIOS.
       P500-CARGA.
           OPEN INPUT CEPCORR.
           IF NOT WS-FS-COR-OK THEN
               DISPLAY 'ARQUIVO DOS CORREIOS (CEPCORR.TXT) NAO '
                       'ENCONTRADO. FILE STATUS: ' WS-FS-COR
               END-DISPLAY
               GO TO P500-CARGA-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE ZEROS TO WS-QT-LINHAS WS-QT-INCLUIDOS WS-QT-ALTERADOS
                         WS-QT-IGUAIS WS-QT-REJEITADAS.
           SET WS-EOF-COR-OK TO FALSE.
           PERFORM P505-LE-LINHA THRU P505-LE-LINHA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-COR-OK.
           CLOSE CEPCORR.
           DISPLAY 'LINHAS LIDAS...............: ' WS-QT-LINHAS
           END-DISPLAY.
           DISPLAY 'CEPS INCLUIDOS.............: ' WS-QT-INCLUIDOS
           END-DISPLAY.
           DISPLAY 'CEPS ATUALIZADOS...........: ' WS-QT-ALTERADOS
           END-DISPLAY.
           DISPLAY 'CEPS SEM ALTERACAO.........: ' WS-QT-IGUAIS
           END-DISPLAY.
           DISPLAY 'LINHAS REJEITADAS..........: ' WS-QT-REJEITADAS
           END-DISPLAY.
       P500-CARGA-FIM.
           EXIT.

       P505-LE-LINHA.
           READ CEPCORR
               AT END
                   SET WS-EOF-COR-OK TO TRUE
                   GO TO P505-LE-LINHA-FIM
           END-READ.
           ADD 1 TO WS-QT-LINHAS.
           MOVE SPACES TO WS-CAMPOS-CORREIOS.
           UNSTRING REG-CEPCORR DELIMITED BY '@'
               INTO WS-CO-CEP
                    WS-CO-UF
                    WS-CO-CIDADE
                    WS-CO-BAIRRO
                    WS-CO-LOGRADOURO
           END-UNSTRING.
           IF WS-CO-CEP IS NOT NUMERIC OR WS-CO-CEP EQUAL ZEROS OR
              WS-CO-UF EQUAL SPACES OR WS-CO-CIDADE EQUAL SPACES THEN
               ADD 1 TO WS-QT-REJEITADAS
               DISPLAY 'LINHA ' WS-QT-LINHAS ' REJEITADA (CEP, UF OU '
                       'CIDADE INVALIDOS): ' WS-CO-CEP
               END-DISPLAY
               GO TO P505-LE-LINHA-FIM
           END-IF.
           MOVE WS-CO-CEP TO WS-CO-CEP-NUM.
           PERFORM P510-GRAVA-CEP THRU P510-GRAVA-CEP-FIM.
       P505-LE-LINHA-FIM.
           EXIT.

      *CEP NOVO E INCLUIDO; CEP EXISTENTE SO E REGRAVADO SE ALGUM
      *CAMPO MUDOU, PARA QUE A DATA DE ATUALIZACAO DIGA QUANDO.
       P510-GRAVA-CEP.
           MOVE WS-CO-CEP-NUM TO CD-CEP.
           READ CEPS
               INVALID KEY
                   MOVE FUNCTION UPPER-CASE (WS-CO-LOGRADOURO)
                        TO RU-CEP
                   MOVE FUNCTION UPPER-CASE (WS-CO-BAIRRO) TO BA-CEP
                   MOVE FUNCTION UPPER-CASE (WS-CO-CIDADE) TO CI-CEP
                   MOVE FUNCTION UPPER-CASE (WS-CO-UF)     TO UF-CEP
                   MOVE WS-DH-DATA TO DT-ATUALIZACAO-CEP
                   WRITE REG-CEP
                   END-WRITE
                   ADD 1 TO WS-QT-INCLUIDOS
                   GO TO P510-GRAVA-CEP-FIM
           END-READ.
           IF RU-CEP EQUAL FUNCTION UPPER-CASE (WS-CO-LOGRADOURO) AND
              BA-CEP EQUAL FUNCTION UPPER-CASE (WS-CO-BAIRRO) AND
              CI-CEP EQUAL FUNCTION UPPER-CASE (WS-CO-CIDADE) AND
              UF-CEP EQUAL FUNCTION UPPER-CASE (WS-CO-UF) THEN
               ADD 1 TO WS-QT-IGUAIS
               GO TO P510-GRAVA-CEP-FIM
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-CO-LOGRADOURO) TO RU-CEP.
           MOVE FUNCTION UPPER-CASE (WS-CO-BAIRRO)     TO BA-CEP.
           MOVE FUNCTION UPPER-CASE (WS-CO-CIDADE)     TO CI-CEP.
           MOVE FUNCTION UPPER-CASE (WS-CO-UF)         TO UF-CEP.
           MOVE WS-DH-DATA TO DT-ATUALIZACAO-CEP.
           REWRITE REG-CEP
           END-REWRITE.
           ADD 1 TO WS-QT-ALTERADOS.
       P510-GRAVA-CEP-FIM.
           EXIT.

       P550-CONSULTA.
           DISPLAY 'CEP (SO NUMEROS)......................: '
           END-DISPLAY.
           ACCEPT WS-CEP-CONSULTA
           END-ACCEPT.
           MOVE WS-CEP-CONSULTA TO CD-CEP.
           READ CEPS
               INVALID KEY
                   DISPLAY 'CEP NAO CONSTA DA TABELA.'
                   END-DISPLAY
                   GO TO P550-CONSULTA-FIM
           END-READ.
           DISPLAY 'LOGRADOURO.: ' RU-CEP
           END-DISPLAY.
           DISPLAY 'BAIRRO.....: ' BA-CEP
           END-DISPLAY.
           DISPLAY 'CIDADE/UF..: ' CI-CEP ' - ' UF-CEP
           END-DISPLAY.
           DISPLAY 'ATUALIZADO.: ' DT-ATUALIZACAO-CEP
           END-DISPLAY.
       P550-CONSULTA-FIM.
           EXIT.

      *CONFERE TODOS OS ENDERECOS COM CEP CONTRA A TABELA E REFAZ A
      *LISTA DE TRABALHO. DECISOES DA REVISAO ANTERIOR SE PERDEM: A
      *LISTA NOVA PRECISA SER REVISTA ANTES DA CORRECAO.
       P600-APURA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE ZEROS TO WS-QT-LIDOS WS-QT-SEM-CEP WS-QT-DIV-CEP
                         WS-QT-DIV-ENDERECO WS-QT-DIV-LOGRADOURO.
           CLOSE CEPDIV.
           OPEN OUTPUT CEPDIV.
           CLOSE CEPDIV.
           OPEN I-O CEPDIV.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CONFERENCIA DE ENDERECOS COM A TABELA DE CEPS - '
                  WS-DH-DIA '/' WS-DH-MES '/' WS-DH-ANO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-ALU-ABERTO-OK THEN
               SET WS-EOF-CAD-OK TO FALSE
               MOVE ZEROS TO ID-ALUNO OF REG-ALUNO
               START ALUNOS KEY IS NOT LESS THAN ID-ALUNO OF REG-ALUNO
                   INVALID KEY
                       SET WS-EOF-CAD-OK TO TRUE
               END-START
               PERFORM P605-LE-ALUNO THRU P605-LE-ALUNO-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-CAD-OK
           ELSE
               DISPLAY 'ALUNOS.DAT INDISPONIVEL. FILE STATUS: ' WS-FS-A
               END-DISPLAY
           END-IF.
           IF WS-CON-ABERTO-OK THEN
               SET WS-EOF-CAD-OK TO FALSE
               MOVE ZEROS TO ID-CONTATO
               START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
                   INVALID KEY
                       SET WS-EOF-CAD-OK TO TRUE
               END-START
               PERFORM P610-LE-CONTATO THRU P610-LE-CONTATO-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-CAD-OK
           ELSE
               DISPLAY 'CONTATOS.DAT INDISPONIVEL. FILE STATUS: '
                       WS-FS-C
               END-DISPLAY
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CADASTROS LIDOS ' WS-QT-LIDOS
                  '  SEM CEP ' WS-QT-SEM-CEP
                  '  CEP FORA DA TABELA ' WS-QT-DIV-CEP
                  '  BAIRRO/CIDADE/UF ' WS-QT-DIV-ENDERECO
                  '  SO LOGRADOURO ' WS-QT-DIV-LOGRADOURO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'CADASTROS LIDOS............: ' WS-QT-LIDOS
           END-DISPLAY.
           DISPLAY 'SEM CEP INFORMADO..........: ' WS-QT-SEM-CEP
           END-DISPLAY.
           DISPLAY 'CEP FORA DA TABELA.........: ' WS-QT-DIV-CEP
           END-DISPLAY.
           DISPLAY 'BAIRRO/CIDADE/UF DIFERENTE.: ' WS-QT-DIV-ENDERECO
           END-DISPLAY.
           DISPLAY 'SO LOGRADOURO DIFERENTE....: ' WS-QT-DIV-LOGRADOURO
           END-DISPLAY.
       P600-APURA-FIM.
           EXIT.

       P605-LE-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-CAD-OK TO TRUE
                   GO TO P605-LE-ALUNO-FIM
           END-READ.
           MOVE 'A'                     TO WS-TP-CADASTRO.
           MOVE 'ALUNO'                 TO WS-DS-CADASTRO.
           MOVE ID-ALUNO OF REG-ALUNO   TO WS-ID-CADASTRO.
           MOVE NM-ALUNO OF REG-ALUNO   TO WS-NM-CADASTRO.
           MOVE DS-ALUNO                TO WS-ENDERECO-CONF.
           PERFORM P620-CONFERE-ENDERECO
                   THRU P620-CONFERE-ENDERECO-FIM.
       P605-LE-ALUNO-FIM.
           EXIT.

       P610-LE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET WS-EOF-CAD-OK TO TRUE
                   GO TO P610-LE-CONTATO-FIM
           END-READ.
           MOVE 'C'                     TO WS-TP-CADASTRO.
           MOVE 'CONTATO'               TO WS-DS-CADASTRO.
           MOVE ID-CONTATO              TO WS-ID-CADASTRO.
           MOVE NM-CONTATO              TO WS-NM-CADASTRO.
           MOVE DS-CONTATO              TO WS-ENDERECO-CONF.
           PERFORM P620-CONFERE-ENDERECO
                   THRU P620-CONFERE-ENDERECO-FIM.
       P610-LE-CONTATO-FIM.
           EXIT.

      *COMPARA O ENDERECO COM A TABELA SEM DIFERENCIAR MAIUSCULAS.
      *BAIRRO EM BRANCO NA TABELA (CEP GERAL DE CIDADE) NAO E
      *COMPARADO. O LOGRADOURO DO CADASTRO LEVA O NUMERO, ENTAO SO SE
      *CONFERE SE ELE COMECA PELO LOGRADOURO DA TABELA.
       P620-CONFERE-ENDERECO.
           ADD 1 TO WS-QT-LIDOS.
           IF WS-EC-CP EQUAL ZEROS THEN
               ADD 1 TO WS-QT-SEM-CEP
               GO TO P620-CONFERE-ENDERECO-FIM
           END-IF.
           MOVE SPACES TO REG-CEPDIV.
           MOVE WS-TP-CADASTRO   TO TP-CADASTRO-DIV.
           MOVE WS-ID-CADASTRO   TO ID-CADASTRO-DIV.
           MOVE WS-NM-CADASTRO   TO NM-CADASTRO-DIV.
           MOVE WS-ENDERECO-CONF TO DS-ENDERECO-DIV.
           MOVE 'N'              TO IN-LOGRADOURO-DIV.
           SET ST-DIV-PENDENTE   TO TRUE.
           MOVE WS-DH-DATA       TO DT-APURACAO-DIV.
           MOVE WS-EC-CP TO CD-CEP.
           READ CEPS
               INVALID KEY
                   SET TP-DIV-CEP-INEXISTENTE TO TRUE
                   ADD 1 TO WS-QT-DIV-CEP
                   PERFORM P630-GRAVA-DIVERGENCIA
                           THRU P630-GRAVA-DIVERGENCIA-FIM
                   GO TO P620-CONFERE-ENDERECO-FIM
           END-READ.
           MOVE FUNCTION UPPER-CASE (WS-EC-RU) TO WS-UC-RU.
           MOVE FUNCTION UPPER-CASE (WS-EC-BA) TO WS-UC-BA.
           MOVE FUNCTION UPPER-CASE (WS-EC-CI) TO WS-UC-CI.
           MOVE FUNCTION UPPER-CASE (WS-EC-UF) TO WS-UC-UF.
           SET WS-DIF-ENDERECO-OK   TO FALSE.
           SET WS-DIF-LOGRADOURO-OK TO FALSE.
           IF WS-UC-UF NOT EQUAL UF-CEP OR
              WS-UC-CI NOT EQUAL CI-CEP THEN
               SET WS-DIF-ENDERECO-OK TO TRUE
           END-IF.
           IF BA-CEP NOT EQUAL SPACES AND
              WS-UC-BA NOT EQUAL BA-CEP THEN
               SET WS-DIF-ENDERECO-OK TO TRUE
           END-IF.
           IF RU-CEP NOT EQUAL SPACES THEN
               MOVE FUNCTION LENGTH (FUNCTION TRIM (RU-CEP))
                    TO WS-TAM-LOGRADOURO
               IF WS-UC-RU (1:WS-TAM-LOGRADOURO) NOT EQUAL
                  RU-CEP (1:WS-TAM-LOGRADOURO) THEN
                   SET WS-DIF-LOGRADOURO-OK TO TRUE
                   MOVE 'S' TO IN-LOGRADOURO-DIV
               END-IF
           END-IF.
           IF WS-DIF-ENDERECO-OK THEN
               SET TP-DIV-ENDERECO TO TRUE
               ADD 1 TO WS-QT-DIV-ENDERECO
               PERFORM P630-GRAVA-DIVERGENCIA
                       THRU P630-GRAVA-DIVERGENCIA-FIM
               GO TO P620-CONFERE-ENDERECO-FIM
           END-IF.
           IF WS-DIF-LOGRADOURO-OK THEN
               SET TP-DIV-LOGRADOURO TO TRUE
               ADD 1 TO WS-QT-DIV-LOGRADOURO
               PERFORM P630-GRAVA-DIVERGENCIA
                       THRU P630-GRAVA-DIVERGENCIA-FIM
           END-IF.
       P620-CONFERE-ENDERECO-FIM.
           EXIT.

      *GRAVA O ITEM NA LISTA DE TRABALHO E NO RELATORIO: O CADASTRO
      *COMO ESTA E, QUANDO O CEP EXISTE, O QUE DIZ A TABELA.
       P630-GRAVA-DIVERGENCIA.
           WRITE REG-CEPDIV
           END-WRITE.
           STRING WS-DS-CADASTRO ' ' WS-ID-CADASTRO ' ' WS-NM-CADASTRO
                  ' CEP ' WS-EC-CP ' - '
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           EVALUATE TRUE
               WHEN TP-DIV-CEP-INEXISTENTE
                   MOVE 'CEP FORA DA TABELA (ACERTO MANUAL)'
                        TO WS-LINHA-REL (54:34)
               WHEN TP-DIV-ENDERECO
                   MOVE 'BAIRRO/CIDADE/UF DIFERENTE (CORRIGIVEL)'
                        TO WS-LINHA-REL (54:39)
                   IF IN-LOGRADOURO-DIFERENTE THEN
                       MOVE '+ LOGRADOURO (ACERTO MANUAL)'
                            TO WS-LINHA-REL (94:28)
                   END-IF
               WHEN OTHER
                   MOVE 'SO O LOGRADOURO DIFERENTE (ACERTO MANUAL)'
                        TO WS-LINHA-REL (54:41)
           END-EVALUATE.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '      CADASTRO: ' WS-EC-RU ' / ' WS-EC-BA ' / '
                  WS-EC-CI ' / ' WS-EC-UF
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF NOT TP-DIV-CEP-INEXISTENTE THEN
               STRING '      TABELA..: ' RU-CEP ' / ' BA-CEP ' / '
                      CI-CEP ' / ' UF-CEP
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P630-GRAVA-DIVERGENCIA-FIM.
           EXIT.

      *REVISAO DE UM ITEM DA LISTA: SO A DIVERGENCIA CORRIGIVEL PODE
      *SER RECUSADA (O CADASTRO ESTA CERTO E NAO DEVE SER TOCADO) OU
      *VOLTAR A PENDENTE.
       P700-REVISA.
           DISPLAY 'CADASTRO (A = ALUNO, C = CONTATO)......: '
           END-DISPLAY.
           ACCEPT WS-TP-REVISAO
           END-ACCEPT.
           DISPLAY 'CODIGO DO ALUNO OU DO CONTATO..........: '
           END-DISPLAY.
           ACCEPT WS-ID-REVISAO
           END-ACCEPT.
           MOVE WS-TP-REVISAO TO TP-CADASTRO-DIV.
           MOVE WS-ID-REVISAO TO ID-CADASTRO-DIV.
           READ CEPDIV
               INVALID KEY
                   DISPLAY 'ITEM NAO CONSTA DA LISTA DE CONFERENCIA.'
                   END-DISPLAY
                   GO TO P700-REVISA-FIM
           END-READ.
           DISPLAY 'NOME.......: ' NM-CADASTRO-DIV
           END-DISPLAY.
           DISPLAY 'ENDERECO...: ' RU-ENDERECO-DIV ' - '
                   BA-ENDERECO-DIV
           END-DISPLAY.
           DISPLAY '             ' CI-ENDERECO-DIV ' - '
                   UF-ENDERECO-DIV ' - CEP: ' CP-ENDERECO-DIV
           END-DISPLAY.
           IF NOT TP-DIV-ENDERECO THEN
               DISPLAY 'ITEM SO PARA ACERTO MANUAL NO CADASTRO; NAO HA '
                       'CORRECAO AUTOMATICA.'
               END-DISPLAY
               GO TO P700-REVISA-FIM
           END-IF.
           EVALUATE TRUE
               WHEN ST-DIV-PENDENTE
                   DISPLAY 'RECUSAR A CORRECAO DESTE ITEM (S/N)? '
                   END-DISPLAY
                   ACCEPT WS-CONFIRMA
                   END-ACCEPT
                   IF WS-CONFIRMA EQUAL 'S' THEN
                       SET ST-DIV-RECUSADA TO TRUE
                       REWRITE REG-CEPDIV
                       END-REWRITE
                       DISPLAY 'CORRECAO RECUSADA.'
                       END-DISPLAY
                   END-IF
               WHEN ST-DIV-RECUSADA
                   DISPLAY 'ITEM RECUSADO. VOLTAR A PENDENTE (S/N)? '
                   END-DISPLAY
                   ACCEPT WS-CONFIRMA
                   END-ACCEPT
                   IF WS-CONFIRMA EQUAL 'S' THEN
                       SET ST-DIV-PENDENTE TO TRUE
                       REWRITE REG-CEPDIV
                       END-REWRITE
                       DISPLAY 'ITEM PENDENTE DE CORRECAO.'
                       END-DISPLAY
                   END-IF
               WHEN ST-DIV-CORRIGIDA
                   DISPLAY 'ITEM JA CORRIGIDO.'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'CADASTRO MUDOU DEPOIS DA CONFERENCIA; '
                           'REFACA A CONFERENCIA.'
                   END-DISPLAY
           END-EVALUATE.
       P700-REVISA-FIM.
           EXIT.

      *CORRIGE OS ITENS PENDENTES DA LISTA PELA TABELA.
       P750-APLICA.
           DISPLAY 'CORRIGE BAIRRO, CIDADE E UF DOS ITENS PENDENTES '
                   'PELA TABELA DE CEPS.'
           END-DISPLAY.
           DISPLAY 'CONFIRMA A CORRECAO (S/N)..............: '
           END-DISPLAY.
           ACCEPT WS-CONFIRMA
           END-ACCEPT.
           IF WS-CONFIRMA NOT EQUAL 'S' THEN
               DISPLAY 'CORRECAO CANCELADA. NADA ALTERADO.'
               END-DISPLAY
               GO TO P750-APLICA-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-EXECUCAO TO WS-ID-EXECUCAO.
           MOVE ZEROS TO WS-QT-CORRIGIDOS WS-QT-MUDOU.
           SET WS-EOF-DIV-OK TO FALSE.
           MOVE LOW-VALUES TO CH-CEPDIV.
           START CEPDIV KEY IS NOT LESS THAN CH-CEPDIV
               INVALID KEY
                   SET WS-EOF-DIV-OK TO TRUE
           END-START.
           PERFORM P760-APLICA-ITEM THRU P760-APLICA-ITEM-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DIV-OK.
           DISPLAY 'CADASTROS CORRIGIDOS.......: ' WS-QT-CORRIGIDOS
           END-DISPLAY.
           DISPLAY 'MUDARAM DESDE A CONFERENCIA: ' WS-QT-MUDOU
           END-DISPLAY.
           DISPLAY 'IDENTIFICADOR DA EXECUCAO..: ' WS-ID-EXECUCAO
           END-DISPLAY.
       P750-APLICA-FIM.
           EXIT.

      *O CADASTRO SO E CORRIGIDO SE O ENDERECO AINDA FOR O DA
      *CONFERENCIA E O CEP AINDA CONSTAR DA TABELA.
       P760-APLICA-ITEM.
           READ CEPDIV NEXT RECORD
               AT END
                   SET WS-EOF-DIV-OK TO TRUE
                   GO TO P760-APLICA-ITEM-FIM
           END-READ.
           IF NOT TP-DIV-ENDERECO OR NOT ST-DIV-PENDENTE THEN
               GO TO P760-APLICA-ITEM-FIM
           END-IF.
           MOVE CP-ENDERECO-DIV TO CD-CEP.
           READ CEPS
               INVALID KEY
                   PERFORM P780-MARCA-MUDOU THRU P780-MARCA-MUDOU-FIM
                   GO TO P760-APLICA-ITEM-FIM
           END-READ.
           IF TP-CADASTRO-ALUNO THEN
               PERFORM P770-CORRIGE-ALUNO
                       THRU P770-CORRIGE-ALUNO-FIM
           ELSE
               PERFORM P775-CORRIGE-CONTATO
                       THRU P775-CORRIGE-CONTATO-FIM
           END-IF.
       P760-APLICA-ITEM-FIM.
           EXIT.

       P770-CORRIGE-ALUNO.
           IF NOT WS-ALU-ABERTO-OK THEN
               GO TO P770-CORRIGE-ALUNO-FIM
           END-IF.
           MOVE ID-CADASTRO-DIV TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   PERFORM P780-MARCA-MUDOU THRU P780-MARCA-MUDOU-FIM
                   GO TO P770-CORRIGE-ALUNO-FIM
           END-READ.
           IF DS-ALUNO NOT EQUAL DS-ENDERECO-DIV THEN
               PERFORM P780-MARCA-MUDOU THRU P780-MARCA-MUDOU-FIM
               GO TO P770-CORRIGE-ALUNO-FIM
           END-IF.
           MOVE REG-ALUNO TO WS-REG-ANTES.
           IF BA-CEP NOT EQUAL SPACES THEN
               MOVE BA-CEP TO BA-ALUNO
           END-IF.
           MOVE CI-CEP TO CI-ALUNO.
           MOVE UF-CEP TO UF-ALUNO.
           REWRITE REG-ALUNO
               INVALID KEY
                   PERFORM P780-MARCA-MUDOU THRU P780-MARCA-MUDOU-FIM
                   GO TO P770-CORRIGE-ALUNO-FIM
           END-REWRITE.
           MOVE 'ALUNOS' TO WS-NM-ARQUIVO-AUD.
           MOVE ID-ALUNO OF REG-ALUNO TO WS-CH-REGISTRO-AUD.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-ID-EXECUCAO        TO ID-EXECUCAO-AUDITORIA.
           MOVE REG-ALUNO             TO DS-DEPOIS-AUDITORIA.
           PERFORM P790-GRAVA-AUDITORIA THRU P790-GRAVA-AUDITORIA-FIM.
           PERFORM P785-MARCA-CORRIGIDO THRU P785-MARCA-CORRIGIDO-FIM.
       P770-CORRIGE-ALUNO-FIM.
           EXIT.

       P775-CORRIGE-CONTATO.
           IF NOT WS-CON-ABERTO-OK THEN
               GO TO P775-CORRIGE-CONTATO-FIM
           END-IF.
           MOVE ID-CADASTRO-DIV TO ID-CONTATO.
           READ CONTATOS
               INVALID KEY
                   PERFORM P780-MARCA-MUDOU THRU P780-MARCA-MUDOU-FIM
                   GO TO P775-CORRIGE-CONTATO-FIM
           END-READ.
           IF DS-CONTATO NOT EQUAL DS-ENDERECO-DIV THEN
               PERFORM P780-MARCA-MUDOU THRU P780-MARCA-MUDOU-FIM
               GO TO P775-CORRIGE-CONTATO-FIM
           END-IF.
           MOVE REG-CONTATOS TO WS-REG-ANTES.
           IF BA-CEP NOT EQUAL SPACES THEN
               MOVE BA-CEP TO BA-CONTATO
           END-IF.
           MOVE CI-CEP TO CI-CONTATO.
           MOVE UF-CEP TO UF-CONTATO.
           REWRITE REG-CONTATOS
               INVALID KEY
                   PERFORM P780-MARCA-MUDOU THRU P780-MARCA-MUDOU-FIM
                   GO TO P775-CORRIGE-CONTATO-FIM
           END-REWRITE.
           MOVE 'CONTATOS' TO WS-NM-ARQUIVO-AUD.
           MOVE ID-CONTATO            TO WS-CH-REGISTRO-AUD.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-ID-EXECUCAO        TO ID-EXECUCAO-AUDITORIA.
           MOVE REG-CONTATOS          TO DS-DEPOIS-AUDITORIA.
           PERFORM P790-GRAVA-AUDITORIA THRU P790-GRAVA-AUDITORIA-FIM.
           PERFORM P785-MARCA-CORRIGIDO THRU P785-MARCA-CORRIGIDO-FIM.
       P775-CORRIGE-CONTATO-FIM.
           EXIT.

       P780-MARCA-MUDOU.
           SET ST-DIV-MUDOU TO TRUE.
           REWRITE REG-CEPDIV
           END-REWRITE.
           ADD 1 TO WS-QT-MUDOU.
       P780-MARCA-MUDOU-FIM.

       P785-MARCA-CORRIGIDO.
           SET ST-DIV-CORRIGIDA TO TRUE.
           REWRITE REG-CEPDIV
           END-REWRITE.
           ADD 1 TO WS-QT-CORRIGIDOS.
       P785-MARCA-CORRIGIDO-FIM.

      *REGISTRA NA AUDITORIA A CORRECAO DO ENDERECO, COM AS IMAGENS
      *ANTES E DEPOIS E O IDENTIFICADOR DA EXECUCAO.
       P790-GRAVA-AUDITORIA.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE WS-NM-ARQUIVO-AUD   TO NM-ARQUIVO-AUDITORIA.
           MOVE 'ALTERACAO'         TO TP-OPERACAO-AUDITORIA.
           MOVE WS-CH-REGISTRO-AUD  TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES        TO DS-ANTES-AUDITORIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P790-GRAVA-AUDITORIA-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTCEPMAN'      TO WS-SP-RELATORIO.
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

       P420-FECHA-ARQ.
           CLOSE CEPS.
           CLOSE CEPDIV.
           IF WS-ALU-ABERTO-OK THEN
               CLOSE ALUNOS
           END-IF.
           IF WS-CON-ABERTO-OK THEN
               CLOSE CONTATOS
           END-IF.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
      *OPERADOR SEM NIVEL DE SUPERVISOR NAO CHEGOU A ABRIR OS
      *ARQUIVOS: NADA A FECHAR.
           IF WS-COM-NIVEL EQUAL 2 THEN
               PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM
           END-IF.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTCEPMAN.
