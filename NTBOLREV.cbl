      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      17/07/2023.
      * Purpose:   AVALIACAO DE RENOVACAO DE BOLSAS POR PERIODO LETIVO:
      *            CADA BOLSISTA EM VIGOR (BOLSAS.DAT) E CONFRONTADO
      *            COM OS CRITERIOS DA CATEGORIA DA SUA BOLSA
      *            (BOLCRIT.DAT/CFPK0078, PELO INICIO DO MOTIVO DA
      *            CONCESSAO): MEDIA PONDERADA PELA CARGA HORARIA,
      *            FREQUENCIA PONDERADA E REPROVACOES DO PERIODO, DOS
      *            RESULTADOS FINAIS EM ALUTODOS.DAT (APROVEITAMENTO
      *            EXTERNO FICA FORA). A CLASSIFICACAO (RENOVADA, EM
      *            OBSERVACAO OU REVOGADA) E GRAVADA EM BOLAVAL.DAT
      *            (CFPK0079), COM RELATORIO PARA A COMISSAO NO SPOOL
      *            (PGSPOOL) E MINUTAS DAS CARTAS AOS BOLSISTAS EM
      *            BOLCARTA.TXT. A COMISSAO PODE REVER A DECISAO DE UM
      *            ALUNO; SO DEPOIS DA CONFIRMACAO O RESULTADO E
      *            APLICADO EM BOLSAS.DAT, COM A REVOGACAO VALENDO A
      *            PARTIR DA COMPETENCIA INFORMADA (CP-REVOGACAO-
      *            BOLSA), CADA MUDANCA REGISTRADA NA AUDITORIA E AS
      *            CARTAS DEFINITIVAS REGERADAS. RESTRITO A SUPERVISOR,
      *            COMO A CONCESSAO (NTBOLMAN).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTBOLREV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSAS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ID-ALUNO-BOLSA
           FILE  STATUS IS WS-FS-B.

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

           SELECT TODOS-ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT BOLCRIT
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CD-CATEGORIA-CRIT
           FILE  STATUS IS WS-FS-CR.

           SELECT BOLAVAL
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-BOLAVAL
           FILE  STATUS IS WS-FS-AV.

           SELECT MATERIAS
           ASSIGN TO WS-CAMINHO-MATERIAS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT AUDITORIA
           ASSIGN TO WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT CARTAS
           ASSIGN TO WS-CAMINHO-CARTAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-CAR.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLSAS.
           COPY CFPK0025.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  TODOS-ALUNOS.
           COPY CFPK0004.

       FD  BOLCRIT.
           COPY CFPK0078.

       FD  BOLAVAL.
           COPY CFPK0079.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  CARTAS.
       01  REG-CARTA                   PIC X(80).

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHOS ALEM DOS CINCO SLOTS DE CFCFG001, JA TODOS OCUPADOS.
       01  WS-CAMINHO-MATERIAS         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-AUDITORIA        PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-CARTAS           PIC X(80) VALUE SPACES.

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

      *IDENTIFICADOR DA APLICACAO NA AUDITORIA (DATA/HORA DE INICIO).
       77  WS-ID-EXECUCAO              PIC 9(14) VALUE ZEROS.

       77  WS-OPCAO                    PIC X      VALUE SPACE.
       77  WS-CONFIRMA                 PIC X      VALUE SPACE.

      *PERIODO LETIVO AVALIADO E COMPETENCIA DE INICIO DA REVOGACAO.
       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).
       01  FILLER REDEFINES WS-ANO-SEMESTRE.
           03 WS-AS-NUMERO             PIC 9(05).
       01  WS-COMPETENCIA.
           03 WS-CP-ANO                PIC 9(04).
           03 WS-CP-MES                PIC 9(02).
       01  FILLER REDEFINES WS-COMPETENCIA.
           03 WS-CP-NUMERO             PIC 9(06).
       77  WS-CP-ATUAL                 PIC 9(06) VALUE ZEROS.

      *DIGITACAO DOS CRITERIOS DE UMA CATEGORIA.
       77  WS-CD-CATEGORIA             PIC X(20) VALUE SPACES.
       77  WS-MD-MINIMA                PIC 9(02)V99 VALUE ZEROS.
       77  WS-FR-MINIMA                PIC 9(03)V99 VALUE ZEROS.
       77  WS-QT-MAX-REPROV            PIC 9(02) VALUE ZEROS.
       77  WS-MD-TOLERANCIA            PIC 9(02)V99 VALUE ZEROS.
       77  WS-FR-TOLERANCIA            PIC 9(03)V99 VALUE ZEROS.
       77  WS-CRITERIO-NOVO            PIC X.
           88 WS-CRITERIO-NOVO-OK      VALUE 'S' FALSE 'N'.

      *CRITERIOS CARREGADOS PARA A AVALIACAO, COM O TAMANHO DO
      *PREFIXO DE CADA CATEGORIA (O MAIOR PREFIXO QUE CASA VENCE).
       01  WS-TABELA-CRITERIOS.
           03 WS-QT-CRITERIOS          PIC 9(02) VALUE ZEROS.
           03 WS-TB-CRITERIO OCCURS 50 TIMES.
               05 WS-TB-CATEGORIA      PIC X(20).
               05 WS-TB-TAMANHO        PIC 9(02).
               05 WS-TB-MD-MINIMA      PIC 9(02)V99.
               05 WS-TB-FR-MINIMA      PIC 9(03)V99.
               05 WS-TB-QT-MAX-REPROV  PIC 9(02).
               05 WS-TB-MD-TOLERANCIA  PIC 9(02)V99.
               05 WS-TB-FR-TOLERANCIA  PIC 9(03)V99.
       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-PADRAO            PIC 9(02) VALUE ZEROS.
       77  WS-TAM-ACHADO               PIC 9(02) VALUE ZEROS.

      *DESEMPENHO DO BOLSISTA NO PERIODO.
       77  WS-QT-MATERIAS              PIC 9(02) VALUE ZEROS.
       77  WS-QT-REPROV                PIC 9(02) VALUE ZEROS.
       77  WS-SOMA-MEDIAS              PIC 9(04)V99 VALUE ZEROS.
       77  WS-SOMA-FREQ                PIC 9(05)V99 VALUE ZEROS.
       77  WS-SOMA-MD-PONDERADA        PIC 9(06)V99 VALUE ZEROS.
       77  WS-SOMA-FR-PONDERADA        PIC 9(07)V99 VALUE ZEROS.
       77  WS-SOMA-HORAS               PIC 9(05) VALUE ZEROS.
       77  WS-MD-PONDERADA             PIC 9(02)V99 VALUE ZEROS.
       77  WS-FR-PONDERADA             PIC 9(03)V99 VALUE ZEROS.

       77  WS-FALHA                    PIC X.
           88 WS-FALHA-OK              VALUE 'S' FALSE 'N'.
       77  WS-FALHA-GRAVE              PIC X.
           88 WS-FALHA-GRAVE-OK        VALUE 'S' FALSE 'N'.
       77  WS-PERIODO-APLICADO         PIC X.
           88 WS-PERIODO-APLICADO-OK   VALUE 'S' FALSE 'N'.
       77  WS-CARTA-DEFINITIVA         PIC X.
           88 WS-CARTA-DEFINITIVA-OK   VALUE 'S' FALSE 'N'.

       77  WS-NOVO-RESULTADO           PIC X(01) VALUE SPACE.
       77  WS-DS-JUSTIFICATIVA         PIC X(40) VALUE SPACES.
       77  WS-DS-RESULTADO             PIC X(14) VALUE SPACES.

      *CONTADORES DA AVALIACAO E DA APLICACAO.
       77  WS-QTD-AVALIADAS            PIC 9(04) VALUE ZEROS.
       77  WS-QTD-RENOVADAS            PIC 9(04) VALUE ZEROS.
       77  WS-QTD-OBSERVACAO           PIC 9(04) VALUE ZEROS.
       77  WS-QTD-REVOGADAS            PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SEM-CRITERIO         PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CARTAS               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-APLICADAS            PIC 9(04) VALUE ZEROS.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.
       77  WS-TP-OPERACAO              PIC X(10) VALUE SPACES.

       77  WS-MSK-MEDIA                PIC Z9,99.
       77  WS-MSK-FREQ                 PIC ZZ9,99.
       77  WS-MSK-PC                   PIC ZZ9,99.
       77  WS-MSK-QTD                  PIC ZZZ9.

       77  WS-LINHA                    PIC X(80) VALUE SPACES.

       77  WS-EOF-BOLSAS               PIC X.
           88 WS-EOF-BOLSAS-OK         VALUE 'S' FALSE 'N'.
       77  WS-EOF-TODOS                PIC X.
           88 WS-EOF-TODOS-OK          VALUE 'S' FALSE 'N'.
       77  WS-EOF-CRITERIOS            PIC X.
           88 WS-EOF-CRITERIOS-OK      VALUE 'S' FALSE 'N'.
       77  WS-EOF-AVALIACAO            PIC X.
           88 WS-EOF-AVALIACAO-OK      VALUE 'S' FALSE 'N'.

       77  WS-FS-B                     PIC 99.
           88 WS-FS-B-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.
       77  WS-FS-CR                    PIC 99.
           88 WS-FS-CR-OK              VALUE 0.
       77  WS-FS-AV                    PIC 99.
           88 WS-FS-AV-OK              VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.
       77  WS-FS-CAR                   PIC 99.
           88 WS-FS-CAR-OK             VALUE 0.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO (60 LINHAS
      *POR PAGINA, COMO NO NTALULIS).
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
           INITIALIZE WS-OPCAO WS-FS-B WS-FS-A WS-FS-T WS-FS-CR
                      WS-FS-AV WS-FS-M WS-FS-AUD WS-FS-CAR
                      WS-REG-ANTES WS-TP-OPERACAO WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
      *A RENOVACAO MEXE NO DESCONTO DO FATURAMENTO, COMO A CONCESSAO;
      *SO SUPERVISOR OPERA ESTE MODULO.
           IF WS-COM-NIVEL NOT EQUAL 2 THEN
               DISPLAY 'RENOVACAO DE BOLSAS RESTRITA A SUPERVISOR.'
               END-DISPLAY
               MOVE '9' TO WS-OPCAO
           END-IF.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           IF WS-OPCAO NOT EQUAL '9' THEN
               PERFORM P400-ABRE-ARQ   THRU P400-ABRE-ARQ-FIM
           END-IF.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DAS BOLSAS, DOS ALUNOS E RESULTADOS, DOS
      *CRITERIOS E DA AVALIACAO, DA AUDITORIA E DAS CARTAS.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\BOLSAS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTODOS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\BOLCRIT.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\BOLAVAL.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-MATERIAS
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-AUDITORIA
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\BOLCARTA.TXT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-CARTAS
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O BOLSAS.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-B-OK THEN
               OPEN OUTPUT BOLSAS
               CLOSE BOLSAS
               OPEN I-O BOLSAS
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               DISPLAY 'ERRO AO ABRIR ALUNOS. FILE STATUS: ' WS-FS-A
               END-DISPLAY
               MOVE '9' TO WS-OPCAO
           END-IF.
      *SEM O REGISTRO GERAL DE RESULTADOS NAO HA AVALIACAO; OS
      *CRITERIOS E AS APLICACOES CONTINUAM DISPONIVEIS.
           OPEN INPUT TODOS-ALUNOS.
           OPEN I-O BOLCRIT.
           IF NOT WS-FS-CR-OK THEN
               OPEN OUTPUT BOLCRIT
               CLOSE BOLCRIT
               OPEN I-O BOLCRIT
           END-IF.
           OPEN I-O BOLAVAL.
           IF NOT WS-FS-AV-OK THEN
               OPEN OUTPUT BOLAVAL
               CLOSE BOLAVAL
               OPEN I-O BOLAVAL
           END-IF.
      *SEM O CADASTRO DE OFERTAS NAO HA CARGA HORARIA: A MEDIA E A
      *FREQUENCIA SAEM SIMPLES.
           OPEN INPUT MATERIAS.
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
                   PERFORM P500-CRITERIO THRU P500-CRITERIO-FIM
               WHEN '2'
                   PERFORM P520-LISTA-CRITERIOS
                           THRU P520-LISTA-CRITERIOS-FIM
               WHEN '3'
                   PERFORM P600-AVALIA  THRU P600-AVALIA-FIM
               WHEN '4'
                   PERFORM P700-REVISA  THRU P700-REVISA-FIM
               WHEN '5'
                   PERFORM P750-APLICA  THRU P750-APLICA-FIM
               WHEN '9'
                   DISPLAY 'RENOVACAO DE BOLSAS ENCERRADA'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '**** RENOVACAO DE BOLSAS ******'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - CRITERIOS DA CATEGORIA |'.
           DISPLAY '|<2> - LISTAR CRITERIOS       |'.
           DISPLAY '|<3> - AVALIAR PERIODO        |'.
           DISPLAY '|<4> - REVER DECISAO DE ALUNO |'.
           DISPLAY '|<5> - CONFIRMAR E APLICAR    |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *INCLUI OU ALTERA OS CRITERIOS DE RENOVACAO DE UMA CATEGORIA.
       P500-CRITERIO.
           DISPLAY 'CATEGORIA (INICIO DO MOTIVO DA BOLSA; * = DEMAIS): '
           END-DISPLAY.
           ACCEPT WS-CD-CATEGORIA
           END-ACCEPT.
           IF WS-CD-CATEGORIA EQUAL SPACES THEN
               DISPLAY 'CATEGORIA NAO INFORMADA.'
               END-DISPLAY
               GO TO P500-CRITERIO-FIM
           END-IF.
           SET WS-CRITERIO-NOVO-OK TO FALSE.
           MOVE WS-CD-CATEGORIA TO CD-CATEGORIA-CRIT.
           READ BOLCRIT
               INVALID KEY
                   SET WS-CRITERIO-NOVO-OK TO TRUE
               NOT INVALID KEY
                   PERFORM P525-MOSTRA-CRITERIO
                           THRU P525-MOSTRA-CRITERIO-FIM
           END-READ.
           DISPLAY 'MEDIA PONDERADA MINIMA (0 A 10)........: '
           END-DISPLAY.
           ACCEPT WS-MD-MINIMA
           END-ACCEPT.
           DISPLAY 'FREQUENCIA MINIMA (%)..................: '
           END-DISPLAY.
           ACCEPT WS-FR-MINIMA
           END-ACCEPT.
           DISPLAY 'MAXIMO DE REPROVACOES NO PERIODO.......: '
           END-DISPLAY.
           ACCEPT WS-QT-MAX-REPROV
           END-ACCEPT.
           DISPLAY 'TOLERANCIA DA MEDIA P/ OBSERVACAO......: '
           END-DISPLAY.
           ACCEPT WS-MD-TOLERANCIA
           END-ACCEPT.
           DISPLAY 'TOLERANCIA DA FREQUENCIA P/ OBSERVACAO.: '
           END-DISPLAY.
           ACCEPT WS-FR-TOLERANCIA
           END-ACCEPT.
           IF WS-MD-MINIMA IS GREATER THAN 10 OR
              WS-FR-MINIMA IS GREATER THAN 100 THEN
               DISPLAY 'MEDIA MAIOR QUE 10 OU FREQUENCIA MAIOR QUE '
                       '100%. CRITERIO RECUSADO.'
               END-DISPLAY
               GO TO P500-CRITERIO-FIM
           END-IF.
           MOVE WS-CD-CATEGORIA  TO CD-CATEGORIA-CRIT.
           MOVE WS-MD-MINIMA     TO MD-MINIMA-CRIT.
           MOVE WS-FR-MINIMA     TO FR-MINIMA-CRIT.
           MOVE WS-QT-MAX-REPROV TO QT-MAX-REPROV-CRIT.
           MOVE WS-MD-TOLERANCIA TO MD-TOLERANCIA-CRIT.
           MOVE WS-FR-TOLERANCIA TO FR-TOLERANCIA-CRIT.
           MOVE WS-COM-OPERADOR  TO ID-OPERADOR-CRIT.
           MOVE WS-DH-DATA       TO DT-ATUALIZACAO-CRIT.
           IF WS-CRITERIO-NOVO-OK THEN
               WRITE REG-BOLCRIT
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O CRITERIO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'CRITERIO INCLUIDO COM SUCESSO.'
                       END-DISPLAY
               END-WRITE
           ELSE
               REWRITE REG-BOLCRIT
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O CRITERIO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'CRITERIO ALTERADO COM SUCESSO.'
                       END-DISPLAY
               END-REWRITE
           END-IF.
       P500-CRITERIO-FIM.
           EXIT.

       P520-LISTA-CRITERIOS.
           SET WS-EOF-CRITERIOS-OK TO FALSE.
           MOVE LOW-VALUES TO CD-CATEGORIA-CRIT.
           START BOLCRIT KEY IS NOT LESS THAN CD-CATEGORIA-CRIT
               INVALID KEY
                   DISPLAY 'NENHUM CRITERIO CADASTRADO.'
                   END-DISPLAY
                   SET WS-EOF-CRITERIOS-OK TO TRUE
           END-START.
           PERFORM P522-LE-CRITERIO THRU P522-LE-CRITERIO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-CRITERIOS-OK.
       P520-LISTA-CRITERIOS-FIM.

       P522-LE-CRITERIO.
           READ BOLCRIT NEXT RECORD
               AT END
                   SET WS-EOF-CRITERIOS-OK TO TRUE
               NOT AT END
                   PERFORM P525-MOSTRA-CRITERIO
                           THRU P525-MOSTRA-CRITERIO-FIM
           END-READ.
       P522-LE-CRITERIO-FIM.

       P525-MOSTRA-CRITERIO.
           MOVE MD-MINIMA-CRIT TO WS-MSK-MEDIA.
           MOVE FR-MINIMA-CRIT TO WS-MSK-FREQ.
           DISPLAY 'CATEGORIA.: ' CD-CATEGORIA-CRIT
                   '  MEDIA MIN ' WS-MSK-MEDIA
                   '  FREQ MIN ' WS-MSK-FREQ '%'
                   '  REPROV MAX ' QT-MAX-REPROV-CRIT
           END-DISPLAY.
           MOVE MD-TOLERANCIA-CRIT TO WS-MSK-MEDIA.
           MOVE FR-TOLERANCIA-CRIT TO WS-MSK-FREQ.
           DISPLAY '            TOLERANCIA P/ OBSERVACAO: MEDIA '
                   WS-MSK-MEDIA '  FREQ ' WS-MSK-FREQ '%'
                   '  (' ID-OPERADOR-CRIT ' EM '
                   DT-ATUALIZACAO-CRIT ')'
           END-DISPLAY.
       P525-MOSTRA-CRITERIO-FIM.

       P540-PEDE-PERIODO.
           DISPLAY 'ANO DO PERIODO LETIVO..................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'SEMESTRE (1 OU 2)......................: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
       P540-PEDE-PERIODO-FIM.

      *AVALIA TODOS OS BOLSISTAS EM VIGOR NO PERIODO. UMA AVALIACAO
      *AINDA NAO APLICADA E REFEITA DO ZERO (DECISOES REVISTAS PELA
      *COMISSAO SE PERDEM); DEPOIS DE APLICADA, NAO PODE SER REFEITA.
       P600-AVALIA.
           PERFORM P540-PEDE-PERIODO THRU P540-PEDE-PERIODO-FIM.
           IF WS-AS-SEMESTRE NOT EQUAL 1 AND
              WS-AS-SEMESTRE NOT EQUAL 2 THEN
               DISPLAY 'SEMESTRE INVALIDO.'
               END-DISPLAY
               GO TO P600-AVALIA-FIM
           END-IF.
           IF NOT WS-FS-T-OK THEN
               DISPLAY 'REGISTRO GERAL DE RESULTADOS (ALUTODOS) NAO '
                       'ENCONTRADO. FILE STATUS: ' WS-FS-T
               END-DISPLAY
               GO TO P600-AVALIA-FIM
           END-IF.
           PERFORM P610-VERIFICA-APLICADO
                   THRU P610-VERIFICA-APLICADO-FIM.
           IF WS-PERIODO-APLICADO-OK THEN
               DISPLAY 'AVALIACAO DO PERIODO JA APLICADA. NAO PODE '
                       'SER REFEITA.'
               END-DISPLAY
               GO TO P600-AVALIA-FIM
           END-IF.
           PERFORM P620-CARREGA-CRITERIOS
                   THRU P620-CARREGA-CRITERIOS-FIM.
           IF WS-QT-CRITERIOS EQUAL ZEROS THEN
               DISPLAY 'NENHUM CRITERIO DE RENOVACAO CADASTRADO.'
               END-DISPLAY
               GO TO P600-AVALIA-FIM
           END-IF.
           PERFORM P615-LIMPA-AVALIACAO
                   THRU P615-LIMPA-AVALIACAO-FIM.
           MOVE ZEROS TO WS-QTD-AVALIADAS WS-QTD-RENOVADAS
                         WS-QTD-OBSERVACAO WS-QTD-REVOGADAS
                         WS-QTD-SEM-CRITERIO WS-QTD-CARTAS.
           SET WS-CARTA-DEFINITIVA-OK TO FALSE.
           OPEN OUTPUT CARTAS.
           PERFORM P300-ABRE-SPOOL     THRU P300-ABRE-SPOOL-FIM.
           PERFORM P680-CABECALHO      THRU P680-CABECALHO-FIM.
           SET WS-EOF-BOLSAS-OK TO FALSE.
           MOVE ZEROS TO ID-ALUNO-BOLSA.
           START BOLSAS KEY IS NOT LESS THAN ID-ALUNO-BOLSA
               INVALID KEY
                   SET WS-EOF-BOLSAS-OK TO TRUE
           END-START.
           PERFORM P630-AVALIA-BOLSA THRU P630-AVALIA-BOLSA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-BOLSAS-OK.
           PERFORM P690-TOTAIS         THRU P690-TOTAIS-FIM.
           PERFORM P310-FECHA-SPOOL    THRU P310-FECHA-SPOOL-FIM.
           CLOSE CARTAS.
           DISPLAY '*** AVALIACAO DO PERIODO ' WS-AS-ANO '/'
                   WS-AS-SEMESTRE ' CONCLUIDA ***'
           END-DISPLAY.
           DISPLAY 'BOLSAS AVALIADAS...: ' WS-QTD-AVALIADAS
           END-DISPLAY.
           DISPLAY 'RENOVADAS..........: ' WS-QTD-RENOVADAS
           END-DISPLAY.
           DISPLAY 'EM OBSERVACAO......: ' WS-QTD-OBSERVACAO
           END-DISPLAY.
           DISPLAY 'REVOGADAS..........: ' WS-QTD-REVOGADAS
           END-DISPLAY.
           DISPLAY 'SEM CRITERIO.......: ' WS-QTD-SEM-CRITERIO
           END-DISPLAY.
           DISPLAY 'MINUTAS DE CARTA EM BOLCARTA.TXT: ' WS-QTD-CARTAS
           END-DISPLAY.
           DISPLAY 'NADA FOI ALTERADO NAS BOLSAS: APLIQUE PELA OPCAO 5 '
                   'APOS A DECISAO DA COMISSAO.'
           END-DISPLAY.
       P600-AVALIA-FIM.
           EXIT.

      *VE SE A AVALIACAO DO PERIODO JA FOI APLICADA (A APLICACAO
      *MARCA TODOS OS REGISTROS DO PERIODO).
       P610-VERIFICA-APLICADO.
           SET WS-PERIODO-APLICADO-OK TO FALSE.
           MOVE WS-AS-NUMERO TO AS-BOLAVAL.
           MOVE ZEROS        TO ID-ALUNO-BOLAVAL.
           START BOLAVAL KEY IS NOT LESS THAN CH-BOLAVAL
               INVALID KEY
                   GO TO P610-VERIFICA-APLICADO-FIM
           END-START.
           READ BOLAVAL NEXT RECORD
               AT END
                   GO TO P610-VERIFICA-APLICADO-FIM
           END-READ.
           IF AS-BOLAVAL EQUAL WS-AS-NUMERO AND
              FL-BOLAVAL-APLICADO THEN
               SET WS-PERIODO-APLICADO-OK TO TRUE
           END-IF.
       P610-VERIFICA-APLICADO-FIM.
           EXIT.

      *APAGA A AVALIACAO ANTERIOR (NAO APLICADA) DO MESMO PERIODO.
       P615-LIMPA-AVALIACAO.
           SET WS-EOF-AVALIACAO-OK TO FALSE.
           MOVE WS-AS-NUMERO TO AS-BOLAVAL.
           MOVE ZEROS        TO ID-ALUNO-BOLAVAL.
           START BOLAVAL KEY IS NOT LESS THAN CH-BOLAVAL
               INVALID KEY
                   SET WS-EOF-AVALIACAO-OK TO TRUE
           END-START.
           PERFORM P617-APAGA-AVALIACAO THRU P617-APAGA-AVALIACAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-AVALIACAO-OK.
       P615-LIMPA-AVALIACAO-FIM.

       P617-APAGA-AVALIACAO.
           READ BOLAVAL NEXT RECORD
               AT END
                   SET WS-EOF-AVALIACAO-OK TO TRUE
                   GO TO P617-APAGA-AVALIACAO-FIM
           END-READ.
           IF AS-BOLAVAL NOT EQUAL WS-AS-NUMERO THEN
               SET WS-EOF-AVALIACAO-OK TO TRUE
               GO TO P617-APAGA-AVALIACAO-FIM
           END-IF.
           DELETE BOLAVAL RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO APAGAR AVALIACAO ANTERIOR DO ALUNO '
                           ID-ALUNO-BOLAVAL
                   END-DISPLAY
           END-DELETE.
       P617-APAGA-AVALIACAO-FIM.
           EXIT.

      *CARREGA OS CRITERIOS EM MEMORIA, COM O TAMANHO DO PREFIXO DE
      *CADA CATEGORIA, COMO NA PESQUISA POR PREFIXO DO NTALULIS.
       P620-CARREGA-CRITERIOS.
           MOVE ZEROS TO WS-QT-CRITERIOS.
           SET WS-EOF-CRITERIOS-OK TO FALSE.
           MOVE LOW-VALUES TO CD-CATEGORIA-CRIT.
           START BOLCRIT KEY IS NOT LESS THAN CD-CATEGORIA-CRIT
               INVALID KEY
                   SET WS-EOF-CRITERIOS-OK TO TRUE
           END-START.
           PERFORM P622-CARREGA-CRITERIO THRU P622-CARREGA-CRITERIO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-CRITERIOS-OK.
       P620-CARREGA-CRITERIOS-FIM.

       P622-CARREGA-CRITERIO.
           READ BOLCRIT NEXT RECORD
               AT END
                   SET WS-EOF-CRITERIOS-OK TO TRUE
                   GO TO P622-CARREGA-CRITERIO-FIM
           END-READ.
           IF WS-QT-CRITERIOS IS NOT LESS THAN 50 THEN
               DISPLAY 'TABELA DE CRITERIOS ESGOTADA (50).'
               END-DISPLAY
               SET WS-EOF-CRITERIOS-OK TO TRUE
               GO TO P622-CARREGA-CRITERIO-FIM
           END-IF.
           ADD 1 TO WS-QT-CRITERIOS.
           MOVE CD-CATEGORIA-CRIT
                TO WS-TB-CATEGORIA (WS-QT-CRITERIOS).
           MOVE FUNCTION LENGTH (FUNCTION TRIM (CD-CATEGORIA-CRIT))
                TO WS-TB-TAMANHO (WS-QT-CRITERIOS).
           MOVE MD-MINIMA-CRIT
                TO WS-TB-MD-MINIMA (WS-QT-CRITERIOS).
           MOVE FR-MINIMA-CRIT
                TO WS-TB-FR-MINIMA (WS-QT-CRITERIOS).
           MOVE QT-MAX-REPROV-CRIT
                TO WS-TB-QT-MAX-REPROV (WS-QT-CRITERIOS).
           MOVE MD-TOLERANCIA-CRIT
                TO WS-TB-MD-TOLERANCIA (WS-QT-CRITERIOS).
           MOVE FR-TOLERANCIA-CRIT
                TO WS-TB-FR-TOLERANCIA (WS-QT-CRITERIOS).
       P622-CARREGA-CRITERIO-FIM.
           EXIT.

      *AVALIA UMA BOLSA: BOLSA JA REVOGADA (COM COMPETENCIA DE
      *REVOGACAO) NAO ENTRA MAIS NA RENOVACAO.
       P630-AVALIA-BOLSA.
           READ BOLSAS NEXT RECORD
               AT END
                   SET WS-EOF-BOLSAS-OK TO TRUE
                   GO TO P630-AVALIA-BOLSA-FIM
           END-READ.
           IF CP-REVOGACAO-BOLSA NOT EQUAL ZEROS THEN
               GO TO P630-AVALIA-BOLSA-FIM
           END-IF.
           INITIALIZE REG-BOLAVAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-AS-NUMERO      TO AS-BOLAVAL.
           MOVE ID-ALUNO-BOLSA    TO ID-ALUNO-BOLAVAL.
           MOVE PC-DESCONTO-BOLSA TO PC-DESCONTO-BOLAVAL.
           PERFORM P640-ACHA-CATEGORIA THRU P640-ACHA-CATEGORIA-FIM.
           PERFORM P650-APURA-DESEMPENHO
                   THRU P650-APURA-DESEMPENHO-FIM.
           PERFORM P660-CLASSIFICA     THRU P660-CLASSIFICA-FIM.
           WRITE REG-BOLAVAL
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A AVALIACAO DO ALUNO '
                           ID-ALUNO-BOLAVAL
                   END-DISPLAY
           END-WRITE.
           ADD 1 TO WS-QTD-AVALIADAS.
           PERFORM P675-LE-ALUNO       THRU P675-LE-ALUNO-FIM.
           PERFORM P685-LINHA-RELATORIO
                   THRU P685-LINHA-RELATORIO-FIM.
           IF NOT ST-BOLAVAL-SEM-CRITERIO THEN
               PERFORM P800-GERA-CARTA THRU P800-GERA-CARTA-FIM
           END-IF.
       P630-AVALIA-BOLSA-FIM.
           EXIT.

      *CATEGORIA DA BOLSA: O MAIOR PREFIXO CADASTRADO QUE CASA COM O
      *MOTIVO DA CONCESSAO; SEM NENHUM, A CATEGORIA '*' (SE HOUVER).
       P640-ACHA-CATEGORIA.
           MOVE ZEROS TO WS-INDICE-ACHADO WS-TAM-ACHADO
                         WS-INDICE-PADRAO.
           PERFORM P645-CONFERE-CATEGORIA
                   THRU P645-CONFERE-CATEGORIA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-CRITERIOS.
           IF WS-INDICE-ACHADO EQUAL ZEROS THEN
               MOVE WS-INDICE-PADRAO TO WS-INDICE-ACHADO
           END-IF.
       P640-ACHA-CATEGORIA-FIM.

       P645-CONFERE-CATEGORIA.
           IF WS-TB-CATEGORIA (WS-INDICE) EQUAL '*' THEN
               MOVE WS-INDICE TO WS-INDICE-PADRAO
               GO TO P645-CONFERE-CATEGORIA-FIM
           END-IF.
           IF WS-TB-TAMANHO (WS-INDICE) IS GREATER THAN WS-TAM-ACHADO
              AND DS-MOTIVO-BOLSA (1:WS-TB-TAMANHO (WS-INDICE)) EQUAL
                  WS-TB-CATEGORIA (WS-INDICE)
                      (1:WS-TB-TAMANHO (WS-INDICE)) THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
               MOVE WS-TB-TAMANHO (WS-INDICE) TO WS-TAM-ACHADO
           END-IF.
       P645-CONFERE-CATEGORIA-FIM.
           EXIT.

      *DESEMPENHO DO BOLSISTA NO PERIODO: SO RESULTADOS FINAIS
      *(APROVADO/REPROVADO) OBTIDOS NA ESCOLA. MEDIA E FREQUENCIA
      *PONDERADAS PELA CARGA HORARIA DA OFERTA, COMO NO CR DO
      *NTRANKIN; OFERTA SEM CARGA FICA FORA DA PONDERACAO E, SEM
      *NENHUMA CARGA, VALE A MEDIA SIMPLES.
       P650-APURA-DESEMPENHO.
           MOVE ZEROS TO WS-QT-MATERIAS WS-QT-REPROV WS-SOMA-MEDIAS
                         WS-SOMA-FREQ WS-SOMA-MD-PONDERADA
                         WS-SOMA-FR-PONDERADA WS-SOMA-HORAS
                         WS-MD-PONDERADA WS-FR-PONDERADA.
           SET WS-EOF-TODOS-OK TO FALSE.
           MOVE ID-ALUNO-BOLSA TO ID-ALUNO     OF CH-TODOS.
           MOVE ZEROS          TO ID-MATERIA   OF CH-TODOS.
           MOVE ZEROS          TO ANO-SEMESTRE OF CH-TODOS.
           START TODOS-ALUNOS KEY IS NOT LESS THAN CH-TODOS
               INVALID KEY
                   SET WS-EOF-TODOS-OK TO TRUE
           END-START.
           PERFORM P655-LE-RESULTADO THRU P655-LE-RESULTADO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TODOS-OK.
           IF WS-SOMA-HORAS IS GREATER THAN ZEROS THEN
               COMPUTE WS-MD-PONDERADA ROUNDED =
                   WS-SOMA-MD-PONDERADA / WS-SOMA-HORAS
               COMPUTE WS-FR-PONDERADA ROUNDED =
                   WS-SOMA-FR-PONDERADA / WS-SOMA-HORAS
           ELSE
               IF WS-QT-MATERIAS IS GREATER THAN ZEROS THEN
                   COMPUTE WS-MD-PONDERADA ROUNDED =
                       WS-SOMA-MEDIAS / WS-QT-MATERIAS
                   COMPUTE WS-FR-PONDERADA ROUNDED =
                       WS-SOMA-FREQ / WS-QT-MATERIAS
               END-IF
           END-IF.
           MOVE WS-QT-MATERIAS  TO QT-MATERIAS-BOLAVAL.
           MOVE WS-QT-REPROV    TO QT-REPROV-BOLAVAL.
           MOVE WS-MD-PONDERADA TO MD-PONDERADA-BOLAVAL.
           MOVE WS-FR-PONDERADA TO FR-PONDERADA-BOLAVAL.
       P650-APURA-DESEMPENHO-FIM.

       P655-LE-RESULTADO.
           READ TODOS-ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-TODOS-OK TO TRUE
                   GO TO P655-LE-RESULTADO-FIM
           END-READ.
           IF ID-ALUNO OF CH-TODOS NOT EQUAL ID-ALUNO-BOLSA THEN
               SET WS-EOF-TODOS-OK TO TRUE
               GO TO P655-LE-RESULTADO-FIM
           END-IF.
           IF ANO-SEMESTRE OF CH-TODOS NOT EQUAL WS-ANO-SEMESTRE OR
              FL-EXTERNO-SIM THEN
               GO TO P655-LE-RESULTADO-FIM
           END-IF.
           IF ST-APROVACAO NOT EQUAL 'APROVADO' AND
              ST-APROVACAO NOT EQUAL 'REPROVADO' THEN
               GO TO P655-LE-RESULTADO-FIM
           END-IF.
           ADD 1 TO WS-QT-MATERIAS.
           IF ST-APROVACAO EQUAL 'REPROVADO' THEN
               ADD 1 TO WS-QT-REPROV
           END-IF.
           ADD MD-ALUNO TO WS-SOMA-MEDIAS.
           ADD FR-ALUNO TO WS-SOMA-FREQ.
           IF NOT WS-FS-M-OK THEN
               GO TO P655-LE-RESULTADO-FIM
           END-IF.
           MOVE ID-MATERIA   OF CH-TODOS TO ID-MATERIA   OF CH-MATERIA.
           MOVE ANO-SEMESTRE OF CH-TODOS TO ANO-SEMESTRE OF CH-MATERIA.
           READ MATERIAS
               INVALID KEY
                   GO TO P655-LE-RESULTADO-FIM
           END-READ.
           IF CH-HORAS IS GREATER THAN ZEROS THEN
               COMPUTE WS-SOMA-MD-PONDERADA =
                   WS-SOMA-MD-PONDERADA + MD-ALUNO * CH-HORAS
               COMPUTE WS-SOMA-FR-PONDERADA =
                   WS-SOMA-FR-PONDERADA + FR-ALUNO * CH-HORAS
               ADD CH-HORAS TO WS-SOMA-HORAS
           END-IF.
       P655-LE-RESULTADO-FIM.
           EXIT.

      *CLASSIFICA O BOLSISTA: ATENDEU A TODOS OS CRITERIOS, RENOVADA;
      *FICOU ABAIXO DO MINIMO DENTRO DA TOLERANCIA, EM OBSERVACAO;
      *ABAIXO DA TOLERANCIA, COM REPROVACAO ACIMA DO LIMITE OU JA EM
      *OBSERVACAO DE PERIODO ANTERIOR, REVOGADA.
       P660-CLASSIFICA.
           MOVE WS-DH-DATA      TO DT-AVALIACAO-BOLAVAL.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-BOLAVAL.
           IF WS-INDICE-ACHADO EQUAL ZEROS THEN
               MOVE 'N' TO ST-RESULTADO-BOLAVAL
               MOVE 'CATEGORIA SEM CRITERIO DE RENOVACAO'
                    TO DS-MOTIVO-BOLAVAL
               ADD 1 TO WS-QTD-SEM-CRITERIO
               GO TO P660-CLASSIFICA-SAIDA
           END-IF.
           MOVE WS-TB-CATEGORIA (WS-INDICE-ACHADO)
                TO CD-CATEGORIA-BOLAVAL.
           SET WS-FALHA-OK       TO FALSE.
           SET WS-FALHA-GRAVE-OK TO FALSE.
           IF WS-QT-MATERIAS EQUAL ZEROS THEN
               SET WS-FALHA-OK TO TRUE
               MOVE 'SEM RESULTADO FINAL NO PERIODO'
                    TO DS-MOTIVO-BOLAVAL
               GO TO P660-CLASSIFICA-DECIDE
           END-IF.
           IF WS-QT-REPROV IS GREATER THAN
                  WS-TB-QT-MAX-REPROV (WS-INDICE-ACHADO) THEN
               SET WS-FALHA-OK       TO TRUE
               SET WS-FALHA-GRAVE-OK TO TRUE
               MOVE 'REPROVACOES ACIMA DO LIMITE DA CATEGORIA'
                    TO DS-MOTIVO-BOLAVAL
           END-IF.
           IF WS-MD-PONDERADA IS LESS THAN
                  WS-TB-MD-MINIMA (WS-INDICE-ACHADO) THEN
               SET WS-FALHA-OK TO TRUE
               IF DS-MOTIVO-BOLAVAL EQUAL SPACES THEN
                   MOVE 'MEDIA PONDERADA ABAIXO DO MINIMO'
                        TO DS-MOTIVO-BOLAVAL
               END-IF
               IF WS-MD-PONDERADA +
                  WS-TB-MD-TOLERANCIA (WS-INDICE-ACHADO) IS LESS THAN
                  WS-TB-MD-MINIMA (WS-INDICE-ACHADO) THEN
                   SET WS-FALHA-GRAVE-OK TO TRUE
               END-IF
           END-IF.
           IF WS-FR-PONDERADA IS LESS THAN
                  WS-TB-FR-MINIMA (WS-INDICE-ACHADO) THEN
               SET WS-FALHA-OK TO TRUE
               IF DS-MOTIVO-BOLAVAL EQUAL SPACES THEN
                   MOVE 'FREQUENCIA ABAIXO DO MINIMO'
                        TO DS-MOTIVO-BOLAVAL
               END-IF
               IF WS-FR-PONDERADA +
                  WS-TB-FR-TOLERANCIA (WS-INDICE-ACHADO) IS LESS THAN
                  WS-TB-FR-MINIMA (WS-INDICE-ACHADO) THEN
                   SET WS-FALHA-GRAVE-OK TO TRUE
               END-IF
           END-IF.
       P660-CLASSIFICA-DECIDE.
           EVALUATE TRUE
               WHEN NOT WS-FALHA-OK
                   MOVE 'R' TO ST-RESULTADO-BOLAVAL
                   MOVE 'CRITERIOS DA CATEGORIA ATENDIDOS'
                        TO DS-MOTIVO-BOLAVAL
                   ADD 1 TO WS-QTD-RENOVADAS
               WHEN WS-FALHA-GRAVE-OK
                   MOVE 'V' TO ST-RESULTADO-BOLAVAL
                   ADD 1 TO WS-QTD-REVOGADAS
               WHEN BOLSA-EM-OBSERVACAO AND
                    AS-AVALIACAO-BOLSA IS LESS THAN WS-AS-NUMERO
                   MOVE 'V' TO ST-RESULTADO-BOLAVAL
                   MOVE 'REINCIDENCIA APOS PERIODO EM OBSERVACAO'
                        TO DS-MOTIVO-BOLAVAL
                   ADD 1 TO WS-QTD-REVOGADAS
               WHEN OTHER
                   MOVE 'O' TO ST-RESULTADO-BOLAVAL
                   ADD 1 TO WS-QTD-OBSERVACAO
           END-EVALUATE.
       P660-CLASSIFICA-SAIDA.
           MOVE ST-RESULTADO-BOLAVAL TO ST-APURADO-BOLAVAL.
       P660-CLASSIFICA-FIM.
           EXIT.

      *TEXTO DA DECISAO PARA O RELATORIO E PARA A TELA.
       P665-TEXTO-RESULTADO.
           EVALUATE TRUE
               WHEN ST-BOLAVAL-RENOVADA
                   MOVE 'RENOVADA'      TO WS-DS-RESULTADO
               WHEN ST-BOLAVAL-OBSERVACAO
                   MOVE 'EM OBSERVACAO' TO WS-DS-RESULTADO
               WHEN ST-BOLAVAL-REVOGADA
                   MOVE 'REVOGADA'      TO WS-DS-RESULTADO
               WHEN OTHER
                   MOVE 'NAO AVALIADA'  TO WS-DS-RESULTADO
           END-EVALUATE.
       P665-TEXTO-RESULTADO-FIM.

      *NOME E ENDERECO DO BOLSISTA PARA O RELATORIO E A CARTA.
       P675-LE-ALUNO.
           MOVE ID-ALUNO-BOLAVAL TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   INITIALIZE REG-ALUNO
                       REPLACING NUMERIC       BY ZEROES
                                 ALPHANUMERIC  BY SPACES
                   MOVE '(SEM CADASTRO)' TO NM-ALUNO OF REG-ALUNO
           END-READ.
       P675-LE-ALUNO-FIM.

       P680-CABECALHO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'AVALIACAO DE RENOVACAO DE BOLSAS - PERIODO '
                  WS-AS-ANO '/' WS-AS-SEMESTRE
                  ' - EMITIDO EM ' WS-DH-DIA '/' WS-DH-MES '/'
                  WS-DH-ANO ' POR ' WS-COM-OPERADOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'ALUNO NOME                 CATEGORIA             DESC%'
                TO WS-LINHA-REL (1:55).
           MOVE 'MAT REP MEDIA  FREQ% DECISAO        MOTIVO'
                TO WS-LINHA-REL (55:42).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL (1:130).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P680-CABECALHO-FIM.

       P685-LINHA-RELATORIO.
           PERFORM P665-TEXTO-RESULTADO THRU P665-TEXTO-RESULTADO-FIM.
           MOVE PC-DESCONTO-BOLAVAL  TO WS-MSK-PC.
           MOVE MD-PONDERADA-BOLAVAL TO WS-MSK-MEDIA.
           MOVE FR-PONDERADA-BOLAVAL TO WS-MSK-FREQ.
           MOVE SPACES TO WS-LINHA-REL.
           STRING ID-ALUNO-BOLAVAL ' ' NM-ALUNO OF REG-ALUNO ' '
                  CD-CATEGORIA-BOLAVAL ' ' WS-MSK-PC ' '
                  QT-MATERIAS-BOLAVAL '  ' QT-REPROV-BOLAVAL ' '
                  WS-MSK-MEDIA ' ' WS-MSK-FREQ ' '
                  WS-DS-RESULTADO ' ' DS-MOTIVO-BOLAVAL
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P685-LINHA-RELATORIO-FIM.

      *TOTAIS E ESPACO PARA A DELIBERACAO DA COMISSAO.
       P690-TOTAIS.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-QTD-AVALIADAS TO WS-MSK-QTD.
           STRING 'BOLSAS AVALIADAS: ' WS-MSK-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-QTD-RENOVADAS TO WS-MSK-QTD.
           STRING 'RENOVADAS.......: ' WS-MSK-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-QTD-OBSERVACAO TO WS-MSK-QTD.
           STRING 'EM OBSERVACAO...: ' WS-MSK-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-QTD-REVOGADAS TO WS-MSK-QTD.
           STRING 'REVOGADAS.......: ' WS-MSK-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-QTD-SEM-CRITERIO TO WS-MSK-QTD.
           STRING 'SEM CRITERIO....: ' WS-MSK-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'DECISAO DA COMISSAO DE BOLSAS EM ____/____/________'
                TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE '______________________  ______________________  _____'
                TO WS-LINHA-REL.
           MOVE '_________________' TO WS-LINHA-REL (55:17).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P690-TOTAIS-FIM.

      *REVE A DECISAO DE UM BOLSISTA ANTES DA APLICACAO. A DECISAO
      *APURADA FICA GUARDADA; O MOTIVO PASSA A SER A JUSTIFICATIVA
      *DA COMISSAO.
       P700-REVISA.
           PERFORM P540-PEDE-PERIODO THRU P540-PEDE-PERIODO-FIM.
           DISPLAY 'CODIGO DO ALUNO........................: '
           END-DISPLAY.
           ACCEPT ID-ALUNO-BOLAVAL
           END-ACCEPT.
           MOVE WS-AS-NUMERO TO AS-BOLAVAL.
           READ BOLAVAL
               INVALID KEY
                   DISPLAY 'ALUNO SEM AVALIACAO NO PERIODO.'
                   END-DISPLAY
                   GO TO P700-REVISA-FIM
           END-READ.
           IF FL-BOLAVAL-APLICADO THEN
               DISPLAY 'AVALIACAO JA APLICADA. DECISAO NAO PODE SER '
                       'REVISTA.'
               END-DISPLAY
               GO TO P700-REVISA-FIM
           END-IF.
           PERFORM P665-TEXTO-RESULTADO THRU P665-TEXTO-RESULTADO-FIM.
           MOVE MD-PONDERADA-BOLAVAL TO WS-MSK-MEDIA.
           MOVE FR-PONDERADA-BOLAVAL TO WS-MSK-FREQ.
           DISPLAY 'CATEGORIA.: ' CD-CATEGORIA-BOLAVAL
           END-DISPLAY.
           DISPLAY 'MEDIA ' WS-MSK-MEDIA '  FREQ ' WS-MSK-FREQ
                   '%  MATERIAS ' QT-MATERIAS-BOLAVAL
                   '  REPROVACOES ' QT-REPROV-BOLAVAL
           END-DISPLAY.
           DISPLAY 'DECISAO...: ' WS-DS-RESULTADO
                   ' (APURADA: ' ST-APURADO-BOLAVAL ')'
           END-DISPLAY.
           DISPLAY 'MOTIVO....: ' DS-MOTIVO-BOLAVAL
           END-DISPLAY.
           DISPLAY 'NOVA DECISAO (R=RENOVADA, O=OBSERVACAO, '
                   'V=REVOGADA): '
           END-DISPLAY.
           ACCEPT WS-NOVO-RESULTADO
           END-ACCEPT.
           IF WS-NOVO-RESULTADO NOT EQUAL 'R' AND
              WS-NOVO-RESULTADO NOT EQUAL 'O' AND
              WS-NOVO-RESULTADO NOT EQUAL 'V' THEN
               DISPLAY 'DECISAO INVALIDA. NADA ALTERADO.'
               END-DISPLAY
               GO TO P700-REVISA-FIM
           END-IF.
           DISPLAY 'JUSTIFICATIVA DA COMISSAO..............: '
           END-DISPLAY.
           ACCEPT WS-DS-JUSTIFICATIVA
           END-ACCEPT.
           IF WS-DS-JUSTIFICATIVA EQUAL SPACES THEN
               DISPLAY 'JUSTIFICATIVA OBRIGATORIA. NADA ALTERADO.'
               END-DISPLAY
               GO TO P700-REVISA-FIM
           END-IF.
           MOVE WS-NOVO-RESULTADO   TO ST-RESULTADO-BOLAVAL.
           MOVE WS-DS-JUSTIFICATIVA TO DS-MOTIVO-BOLAVAL.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-BOLAVAL.
           REWRITE REG-BOLAVAL
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A AVALIACAO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'DECISAO REVISTA. SERA APLICADA NA '
                           'CONFIRMACAO (OPCAO 5).'
                   END-DISPLAY
           END-REWRITE.
       P700-REVISA-FIM.
           EXIT.

      *CONFIRMACAO DA COMISSAO: LEVA AS DECISOES DO PERIODO A
      *BOLSAS.DAT (REVOGACAO A PARTIR DA COMPETENCIA INFORMADA, QUE
      *NAO PODE SER ANTERIOR A ATUAL), AUDITA CADA MUDANCA E REGERA
      *AS CARTAS, AGORA DEFINITIVAS.
       P750-APLICA.
           PERFORM P540-PEDE-PERIODO THRU P540-PEDE-PERIODO-FIM.
           MOVE ZEROS TO WS-QTD-AVALIADAS WS-QTD-RENOVADAS
                         WS-QTD-OBSERVACAO WS-QTD-REVOGADAS
                         WS-QTD-SEM-CRITERIO WS-QTD-CARTAS
                         WS-QTD-APLICADAS.
           PERFORM P755-CONTA-PENDENTES THRU P755-CONTA-PENDENTES-FIM.
           IF WS-QTD-AVALIADAS EQUAL ZEROS THEN
               DISPLAY 'NAO HA AVALIACAO PENDENTE DE APLICACAO NO '
                       'PERIODO.'
               END-DISPLAY
               GO TO P750-APLICA-FIM
           END-IF.
           DISPLAY 'PENDENTES: ' WS-QTD-AVALIADAS
                   '  RENOVADAS ' WS-QTD-RENOVADAS
                   '  OBSERVACAO ' WS-QTD-OBSERVACAO
                   '  REVOGADAS ' WS-QTD-REVOGADAS
           END-DISPLAY.
           DISPLAY 'REVOGACAO A PARTIR DA COMPETENCIA - ANO.: '
           END-DISPLAY.
           ACCEPT WS-CP-ANO
           END-ACCEPT.
           DISPLAY 'REVOGACAO A PARTIR DA COMPETENCIA - MES.: '
           END-DISPLAY.
           ACCEPT WS-CP-MES
           END-ACCEPT.
           COMPUTE WS-CP-ATUAL = WS-DH-ANO * 100 + WS-DH-MES.
           IF WS-CP-MES IS LESS THAN 1 OR
              WS-CP-MES IS GREATER THAN 12 OR
              WS-CP-NUMERO IS LESS THAN WS-CP-ATUAL THEN
               DISPLAY 'COMPETENCIA INVALIDA OU ANTERIOR A ATUAL.'
               END-DISPLAY
               GO TO P750-APLICA-FIM
           END-IF.
           DISPLAY 'CONFIRMA A DECISAO DA COMISSAO (S/N)...: '
           END-DISPLAY.
           ACCEPT WS-CONFIRMA
           END-ACCEPT.
           IF WS-CONFIRMA NOT EQUAL 'S' THEN
               DISPLAY 'APLICACAO CANCELADA. NADA ALTERADO.'
               END-DISPLAY
               GO TO P750-APLICA-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-EXECUCAO TO WS-ID-EXECUCAO.
           SET WS-CARTA-DEFINITIVA-OK TO TRUE.
           OPEN OUTPUT CARTAS.
           SET WS-EOF-AVALIACAO-OK TO FALSE.
           MOVE WS-AS-NUMERO TO AS-BOLAVAL.
           MOVE ZEROS        TO ID-ALUNO-BOLAVAL.
           START BOLAVAL KEY IS NOT LESS THAN CH-BOLAVAL
               INVALID KEY
                   SET WS-EOF-AVALIACAO-OK TO TRUE
           END-START.
           PERFORM P760-APLICA-AVALIACAO
                   THRU P760-APLICA-AVALIACAO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-AVALIACAO-OK.
           CLOSE CARTAS.
           DISPLAY '*** DECISAO DO PERIODO ' WS-AS-ANO '/'
                   WS-AS-SEMESTRE ' APLICADA ***'
           END-DISPLAY.
           DISPLAY 'BOLSAS ATUALIZADAS.: ' WS-QTD-APLICADAS
           END-DISPLAY.
           DISPLAY 'CARTAS DEFINITIVAS EM BOLCARTA.TXT: ' WS-QTD-CARTAS
           END-DISPLAY.
       P750-APLICA-FIM.
           EXIT.

       P755-CONTA-PENDENTES.
           SET WS-EOF-AVALIACAO-OK TO FALSE.
           MOVE WS-AS-NUMERO TO AS-BOLAVAL.
           MOVE ZEROS        TO ID-ALUNO-BOLAVAL.
           START BOLAVAL KEY IS NOT LESS THAN CH-BOLAVAL
               INVALID KEY
                   SET WS-EOF-AVALIACAO-OK TO TRUE
           END-START.
           PERFORM P757-CONTA-PENDENTE THRU P757-CONTA-PENDENTE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-AVALIACAO-OK.
       P755-CONTA-PENDENTES-FIM.

       P757-CONTA-PENDENTE.
           READ BOLAVAL NEXT RECORD
               AT END
                   SET WS-EOF-AVALIACAO-OK TO TRUE
                   GO TO P757-CONTA-PENDENTE-FIM
           END-READ.
           IF AS-BOLAVAL NOT EQUAL WS-AS-NUMERO THEN
               SET WS-EOF-AVALIACAO-OK TO TRUE
               GO TO P757-CONTA-PENDENTE-FIM
           END-IF.
           IF FL-BOLAVAL-APLICADO THEN
               GO TO P757-CONTA-PENDENTE-FIM
           END-IF.
           ADD 1 TO WS-QTD-AVALIADAS.
           EVALUATE TRUE
               WHEN ST-BOLAVAL-RENOVADA
                   ADD 1 TO WS-QTD-RENOVADAS
               WHEN ST-BOLAVAL-OBSERVACAO
                   ADD 1 TO WS-QTD-OBSERVACAO
               WHEN ST-BOLAVAL-REVOGADA
                   ADD 1 TO WS-QTD-REVOGADAS
               WHEN OTHER
                   ADD 1 TO WS-QTD-SEM-CRITERIO
           END-EVALUATE.
       P757-CONTA-PENDENTE-FIM.
           EXIT.

      *APLICA A DECISAO DE UM BOLSISTA. SEM CRITERIO NAO MUDA A
      *BOLSA, MAS O REGISTRO TAMBEM E MARCADO, FECHANDO O PERIODO.
       P760-APLICA-AVALIACAO.
           READ BOLAVAL NEXT RECORD
               AT END
                   SET WS-EOF-AVALIACAO-OK TO TRUE
                   GO TO P760-APLICA-AVALIACAO-FIM
           END-READ.
           IF AS-BOLAVAL NOT EQUAL WS-AS-NUMERO THEN
               SET WS-EOF-AVALIACAO-OK TO TRUE
               GO TO P760-APLICA-AVALIACAO-FIM
           END-IF.
           IF FL-BOLAVAL-APLICADO THEN
               GO TO P760-APLICA-AVALIACAO-FIM
           END-IF.
           IF NOT ST-BOLAVAL-SEM-CRITERIO THEN
               PERFORM P770-ATUALIZA-BOLSA
                       THRU P770-ATUALIZA-BOLSA-FIM
           END-IF.
           MOVE 'S'        TO FL-APLICADO-BOLAVAL.
           MOVE WS-DH-DATA TO DT-APLICACAO-BOLAVAL.
           IF ST-BOLAVAL-REVOGADA THEN
               MOVE WS-CP-NUMERO TO CP-VIGENCIA-BOLAVAL
           END-IF.
           REWRITE REG-BOLAVAL
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A AVALIACAO DO ALUNO '
                           ID-ALUNO-BOLAVAL
                   END-DISPLAY
           END-REWRITE.
       P760-APLICA-AVALIACAO-FIM.
           EXIT.

       P770-ATUALIZA-BOLSA.
           MOVE ID-ALUNO-BOLAVAL TO ID-ALUNO-BOLSA.
           READ BOLSAS
               INVALID KEY
                   DISPLAY 'BOLSA DO ALUNO ' ID-ALUNO-BOLAVAL
                           ' NAO ENCONTRADA. DECISAO NAO APLICADA.'
                   END-DISPLAY
                   GO TO P770-ATUALIZA-BOLSA-FIM
           END-READ.
           MOVE REG-BOLSA            TO WS-REG-ANTES.
           MOVE ST-RESULTADO-BOLAVAL TO ST-AVALIACAO-BOLSA.
           MOVE AS-BOLAVAL           TO AS-AVALIACAO-BOLSA.
           MOVE 'ALTERACAO'          TO WS-TP-OPERACAO.
           IF ST-BOLAVAL-REVOGADA THEN
               MOVE WS-CP-NUMERO     TO CP-REVOGACAO-BOLSA
               MOVE 'REVOGACAO'      TO WS-TP-OPERACAO
           END-IF.
           REWRITE REG-BOLSA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A BOLSA DO ALUNO '
                           ID-ALUNO-BOLAVAL
                   END-DISPLAY
                   GO TO P770-ATUALIZA-BOLSA-FIM
           END-REWRITE.
           ADD 1 TO WS-QTD-APLICADAS.
           PERFORM P790-GRAVA-AUDITORIA THRU P790-GRAVA-AUDITORIA-FIM.
           PERFORM P675-LE-ALUNO        THRU P675-LE-ALUNO-FIM.
           PERFORM P800-GERA-CARTA      THRU P800-GERA-CARTA-FIM.
       P770-ATUALIZA-BOLSA-FIM.
           EXIT.

      *REGISTRA NA AUDITORIA A MUDANCA DA BOLSA, COM AS IMAGENS
      *ANTES E DEPOIS, O OPERADOR E O CARIMBO DA APLICACAO.
       P790-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'BOLSAS'            TO NM-ARQUIVO-AUDITORIA.
           MOVE WS-TP-OPERACAO      TO TP-OPERACAO-AUDITORIA.
           MOVE ID-ALUNO-BOLSA      TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES        TO DS-ANTES-AUDITORIA.
           MOVE REG-BOLSA           TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           MOVE WS-ID-EXECUCAO      TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P790-GRAVA-AUDITORIA-FIM.

      *CARTA AO BOLSISTA, NO MESMO FORMATO DAS CARTAS DE COBRANCA
      *(NTALUCAR). NA AVALIACAO SAI COMO MINUTA; NA APLICACAO SAI
      *DEFINITIVA, COM A COMPETENCIA DA REVOGACAO.
       P800-GERA-CARTA.
           ADD 1 TO WS-QTD-CARTAS.
           MOVE ALL '*' TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE '            SISTEMA ESCOLAR - COMISSAO DE BOLSAS'
                TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE SPACES TO WS-LINHA.
           STRING 'EMITIDA EM ' WS-DH-DIA '/' WS-DH-MES '/'
                  WS-DH-ANO DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           IF NOT WS-CARTA-DEFINITIVA-OK THEN
               MOVE 'MINUTA - SUJEITA A CONFIRMACAO DA COMISSAO'
                    TO REG-CARTA
               WRITE REG-CARTA
               END-WRITE
           END-IF.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE NM-ALUNO OF REG-ALUNO TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE SPACES TO WS-LINHA.
           STRING FUNCTION TRIM (RU-ALUNO) ' - '
                  FUNCTION TRIM (BA-ALUNO) DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE SPACES TO WS-LINHA.
           STRING FUNCTION TRIM (CI-ALUNO) ' - '
                  UF-ALUNO ' - CEP ' CP-ALUNO DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE SPACES TO WS-LINHA.
           STRING 'REF.: RENOVACAO DA BOLSA DE ESTUDOS - PERIODO '
                  WS-AS-ANO '/' WS-AS-SEMESTRE DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           PERFORM P810-TEXTO-DECISAO THRU P810-TEXTO-DECISAO-FIM.
           MOVE MD-PONDERADA-BOLAVAL TO WS-MSK-MEDIA.
           MOVE FR-PONDERADA-BOLAVAL TO WS-MSK-FREQ.
           MOVE SPACES TO WS-LINHA.
           STRING 'MEDIA PONDERADA ' WS-MSK-MEDIA
                  ' - FREQUENCIA ' WS-MSK-FREQ
                  '% - REPROVACOES ' QT-REPROV-BOLAVAL
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE 'ATENCIOSAMENTE,' TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE 'COMISSAO DE BOLSAS' TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
       P800-GERA-CARTA-FIM.

       P810-TEXTO-DECISAO.
           MOVE PC-DESCONTO-BOLAVAL TO WS-MSK-PC.
           MOVE SPACES TO WS-LINHA.
           EVALUATE TRUE
               WHEN ST-BOLAVAL-RENOVADA
                   STRING 'COMUNICAMOS QUE SUA BOLSA DE '
                          FUNCTION TRIM (WS-MSK-PC)
                          '% FOI RENOVADA PARA O PERIODO SEGUINTE.'
                          DELIMITED BY SIZE
                          INTO WS-LINHA
                   END-STRING
               WHEN ST-BOLAVAL-OBSERVACAO
                   STRING 'COMUNICAMOS QUE SUA BOLSA DE '
                          FUNCTION TRIM (WS-MSK-PC)
                          '% FOI MANTIDA EM OBSERVACAO.'
                          DELIMITED BY SIZE
                          INTO WS-LINHA
                   END-STRING
               WHEN OTHER
                   STRING 'COMUNICAMOS QUE SUA BOLSA DE '
                          FUNCTION TRIM (WS-MSK-PC)
                          '% FOI REVOGADA.'
                          DELIMITED BY SIZE
                          INTO WS-LINHA
                   END-STRING
           END-EVALUATE.
           MOVE WS-LINHA TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           IF ST-BOLAVAL-RENOVADA THEN
               GO TO P810-TEXTO-DECISAO-FIM
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING 'MOTIVO: ' DS-MOTIVO-BOLAVAL DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           IF ST-BOLAVAL-OBSERVACAO THEN
               MOVE 'NOVA FALTA AOS CRITERIOS NO PROXIMO PERIODO '
                    TO WS-LINHA
               MOVE 'IMPLICA A REVOGACAO DA BOLSA.'
                    TO WS-LINHA (45:29)
               MOVE WS-LINHA TO REG-CARTA
               WRITE REG-CARTA
               END-WRITE
               GO TO P810-TEXTO-DECISAO-FIM
           END-IF.
           MOVE SPACES TO WS-LINHA.
           IF WS-CARTA-DEFINITIVA-OK THEN
               STRING 'O DESCONTO DEIXA DE SER APLICADO A PARTIR DA '
                      'COMPETENCIA ' WS-CP-MES '/' WS-CP-ANO '.'
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               END-STRING
           ELSE
               MOVE 'A COMPETENCIA DE INICIO SERA DEFINIDA PELA '
                    TO WS-LINHA
               MOVE 'COMISSAO.' TO WS-LINHA (44:9)
           END-IF.
           MOVE WS-LINHA TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
       P810-TEXTO-DECISAO-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO DA COMISSAO NO PGSPOOL E ABRE O
      *ARQUIVO DE SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTBOLREV'      TO WS-SP-RELATORIO.
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
           DISPLAY 'RELATORIO DA COMISSAO GUARDADO NO SPOOL '
                   WS-SP-NUMERO ' (' WS-SP-PAGINAS ' PAGINAS). '
                   'REIMPRESSAO PELO NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P420-FECHA-ARQ.
           CLOSE BOLSAS.
           CLOSE ALUNOS.
           IF WS-FS-T-OK THEN
               CLOSE TODOS-ALUNOS
           END-IF.
           CLOSE BOLCRIT.
           CLOSE BOLAVAL.
           IF WS-FS-M-OK THEN
               CLOSE MATERIAS
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

       END PROGRAM NTBOLREV.
