      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      13/02/2023.
      * Purpose:   NEGATIVACAO NO BIRO DE CREDITO - LOTE SEM DIALOGO
      *            (PODE SER AGENDADO NO NTAGNMAN) QUE PERCORRE
      *            MENSALIDADE.DAT E CONDUZ CADA COBRANCA PELOS PASSOS
      *            DA NEGATIVACAO (ST-NEGATIVACAO DE CFPK0008):
      *            1) COBRANCA EM ABERTO VENCIDA HA MAIS DE
      *               NEGAT-DIAS-ATRASO DIAS (PADRAO 90) E FORA DE
      *               ACORDO VIGENTE OU QUITADO (A DE ACORDO QUEBRADO
      *               ENTRA) RECEBE O AVISO PREVIO OBRIGATORIO,
      *               GRAVADO EM NEGAVISO.TXT, UMA CARTA POR ALUNO
      *               ENDERECADA AO RESPONSAVEL FINANCEIRO (ALURESP.DAT)
      *               OU AO PROPRIO ALUNO;
      *            2) PASSADOS NEGAT-DIAS-AVISO DIAS DO AVISO (PADRAO
      *               10) SEM REGULARIZACAO, A COBRANCA VAI PARA O
      *               ARQUIVO DE INCLUSAO DO BIRO (NEGINCL.TXT) COM O
      *               CPF DO DEVEDOR E O SALDO;
      *            3) COBRANCA INCLUIDA QUE FOI QUITADA OU RENEGOCIADA
      *               (MARCADA PELO NTFINPAG/NTFINRET/NTFINACO, OU
      *               ACHADA AQUI) VAI PARA O ARQUIVO DE EXCLUSAO
      *               (NEGEXCL.TXT); PASSADO O PRAZO LEGAL
      *               NEGAT-PRAZO-EXCLUSAO (PADRAO 5 DIAS) A EXCLUSAO E
      *               DESTACADA E O LOTE TERMINA COM RETURN-CODE 4.
      *            AVISO QUE PERDEU O OBJETO ANTES DA INCLUSAO E
      *            DESFEITO. CADA PASSO E AUDITADO (MENSALIDA) COM O
      *            ID-EXECUCAO DO LOTE; EXECUCAO REGISTRADA NO LOG DE
      *            JOBS (PGJOBLOG).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
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
       PROGRAM-ID. NTFINNEG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-F.

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

           SELECT ACORDO
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS NR-ACORDO-PLANO
           FILE  STATUS IS WS-FS-ACO.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT AVISOS
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AVI.

           SELECT RESPONSAVEIS
           ASSIGN TO WS-CAMINHO-RESPONSAVEIS
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

           SELECT INCLUSAO
           ASSIGN TO WS-CAMINHO-INCLUSAO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-INC.

           SELECT EXCLUSAO
           ASSIGN TO WS-CAMINHO-EXCLUSAO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  ACORDO.
           COPY CFPK0026.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  AVISOS.
       01  REG-AVISO                   PIC X(80).

       FD  RESPONSAVEIS.
           COPY CFPK0020.

       FD  CONTATOS.
           COPY FD_CONTT.

       FD  INCLUSAO.
       01  REG-INCLUSAO                PIC X(80).

       FD  EXCLUSAO.
       01  REG-EXCLUSAO                PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

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

      *DATA DO LOTE (A DATA DE HOJE NA ENTRADA), QUE E A DATA DE CADA
      *PASSO GRAVADO NAS COBRANCAS.
       77  WS-DT-HOJE                  PIC 9(08) VALUE ZEROS.
       77  WS-NR-DIA-HOJE              PIC 9(07) VALUE ZEROS.

      *ID-EXECUCAO DO LOTE, CARIMBADO EM TUDO QUE ESTE JOB GRAVA NA
      *AUDITORIA.
       77  WS-ID-EXECUCAO              PIC 9(14) VALUE ZEROS.

      *CAMINHOS DOS ARQUIVOS ALEM DOS CINCO DA CONFIGURACAO.
       01  WS-CAMINHO-RESPONSAVEIS     PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-CONTATOS         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-INCLUSAO         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-EXCLUSAO         PIC X(80) VALUE SPACES.

      *PRAZOS DA NEGATIVACAO (PARAMETRO.DAT VIA PGPARLER): ATRASO
      *MINIMO PARA O AVISO, ESPERA ENTRE O AVISO E A INCLUSAO, E O
      *PRAZO LEGAL DA EXCLUSAO DEPOIS DA QUITACAO OU RENEGOCIACAO.
       77  WS-DIAS-ATRASO-NEGAT        PIC 9(06) VALUE 90.
       77  WS-DIAS-AVISO-NEGAT         PIC 9(06) VALUE 10.
       77  WS-PRAZO-EXCLUSAO           PIC 9(06) VALUE 5.
       77  WS-DT-CORTE                 PIC 9(08) VALUE ZEROS.
       77  WS-DT-REGULARIZACAO         PIC 9(08) VALUE ZEROS.
       77  WS-QT-DIAS                  PIC S9(07) VALUE ZEROS.

      *DEVEDOR DA COBRANCA: O CONTATO VINCULADO COMO FINANCEIRO EM
      *ALURESP.DAT OU, NA FALTA DELE, O PROPRIO ALUNO (MESMA REGRA DO
      *PAGADOR DO NTFINQUI). CARREGADO UMA VEZ POR ALUNO.
       77  WS-ID-ALUNO-DEVEDOR         PIC 9(05) VALUE ZEROS.
       01  WS-DEVEDOR.
           03 WS-DV-NOME               PIC X(30).
           03 WS-DV-CPF                PIC 9(11).
           03 WS-DV-RUA                PIC X(30).
           03 WS-DV-BAIRRO             PIC X(20).
           03 WS-DV-CIDADE             PIC X(20).
           03 WS-DV-UF                 PIC X(02).
           03 WS-DV-CEP                PIC 9(08).
           03 WS-DV-NM-ALUNO           PIC X(20).
       77  WS-DV-FINANCEIRO            PIC X.
           88 WS-DV-FINANCEIRO-OK      VALUE 'S' FALSE 'N'.
       77  WS-EOF-RESP                 PIC X.
           88 WS-EOF-RESP-OK           VALUE 'S' FALSE 'N'.

      *SALDO DA COBRANCA E SE A DIVIDA SEGUE EXIGIVEL (EM ABERTO, NAO
      *CANCELADA, FORA DE ACORDO VIGENTE OU QUITADO, COM SALDO).
       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.
       77  WS-DIVIDA-ATIVA             PIC X.
           88 WS-DIVIDA-ATIVA-OK       VALUE 'S' FALSE 'N'.

      *CARTA DE AVISO PREVIO EM ANDAMENTO (UMA POR ALUNO, COM AS
      *COBRANCAS AVISADAS NO LOTE).
       77  WS-ID-ALUNO-CARTA           PIC 9(05) VALUE ZEROS.
       77  WS-VL-CARTA                 PIC 9(07)V99 VALUE ZEROS.
       77  WS-LINHA                    PIC X(80) VALUE SPACES.
       77  WS-MSK-VL-COBR              PIC ZZ.ZZ9,99.
       77  WS-MSK-VL-CARTA             PIC Z.ZZZ.ZZ9,99.

      *LAYOUT DOS ARQUIVOS DO BIRO (INCLUSAO E EXCLUSAO): ABERTURA,
      *UMA LINHA 1 POR COBRANCA (CONTRATO = ALUNO, COMPETENCIA E TIPO
      *DA COBRANCA) E FECHAMENTO COM QUANTIDADE E TOTAL. NA INCLUSAO A
      *DATA DE REFERENCIA E A DO AVISO PREVIO; NA EXCLUSAO, A DA
      *QUITACAO OU RENEGOCIACAO.
       01  WS-LINHA-ABERTURA.
           03 FILLER                   PIC X(01) VALUE '0'.
           03 WS-AB-TIPO               PIC X(08).
           03 WS-AB-DATA               PIC 9(08).

       01  WS-LINHA-DETALHE.
           03 FILLER                   PIC X(01) VALUE '1'.
           03 WS-DN-CPF                PIC 9(11).
           03 WS-DN-NOME               PIC X(30).
           03 WS-DN-CONTRATO           PIC X(12).
           03 WS-DN-VENCIMENTO         PIC 9(08).
           03 WS-DN-VALOR              PIC 9(07).
           03 WS-DN-DT-REFERENCIA      PIC 9(08).

       01  WS-LINHA-FECHAMENTO.
           03 FILLER                   PIC X(01) VALUE '9'.
           03 WS-FC-QTD                PIC 9(06).
           03 WS-FC-TOTAL              PIC 9(11).

      *O VALOR SAI EM CENTAVOS, SEM VIRGULA, COMO NA REMESSA.
       01  WS-VALOR-CENTAVOS           PIC 9(05)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-VALOR-CENTAVOS.
           03 WS-VALOR-SEM-VIRGULA     PIC 9(07).
       01  WS-TOTAL-INCLUSAO           PIC 9(09)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-TOTAL-INCLUSAO.
           03 WS-TOTAL-INC-SEM-VIRGULA PIC 9(11).
       01  WS-TOTAL-EXCLUSAO           PIC 9(09)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-TOTAL-EXCLUSAO.
           03 WS-TOTAL-EXC-SEM-VIRGULA PIC 9(11).

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.
       77  WS-TP-OPERACAO-AUD          PIC X(10) VALUE SPACES.

       77  WS-QTD-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-AVISADAS             PIC 9(06) VALUE ZEROS.
       77  WS-QTD-CARTAS               PIC 9(06) VALUE ZEROS.
       77  WS-QTD-INCLUIDAS            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-EXCLUIDAS            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-FORA-PRAZO           PIC 9(06) VALUE ZEROS.
       77  WS-QTD-AVISOS-DESFEITOS     PIC 9(06) VALUE ZEROS.
       77  WS-QTD-SEM-CPF              PIC 9(06) VALUE ZEROS.

       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.

       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-ACO                   PIC 99.
           88 WS-FS-ACO-OK             VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.
       77  WS-FS-AVI                   PIC 99.
           88 WS-FS-AVI-OK             VALUE 0.
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-INC                   PIC 99.
           88 WS-FS-INC-OK             VALUE 0.
       77  WS-FS-EXC                   PIC 99.
           88 WS-FS-EXC-OK             VALUE 0.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTFINNEG'.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'CONCLUIDO'.
       01  WS-DH-INICIO-JOB            PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DH-INICIO-JOB.
           03 WS-DH-INICIO-14          PIC 9(14).
           03 FILLER                   PIC X(07).

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
           MOVE FUNCTION CURRENT-DATE TO WS-DH-INICIO-JOB.
           MOVE WS-DH-INICIO-14 TO WS-JL-DH-INICIO.
           MOVE WS-DH-INICIO-14 TO WS-ID-EXECUCAO.
           INITIALIZE WS-FS-F WS-FS-A WS-FS-ACO WS-FS-AUD WS-FS-AVI
                      WS-FS-V WS-FS-C WS-FS-INC WS-FS-EXC
                      WS-ID-ALUNO-DEVEDOR WS-DEVEDOR WS-ID-ALUNO-CARTA
                      WS-VL-CARTA WS-LINHA WS-TOTAL-INCLUSAO
                      WS-TOTAL-EXCLUSAO WS-REG-ANTES WS-QTD-LIDAS
                      WS-QTD-AVISADAS WS-QTD-CARTAS WS-QTD-INCLUIDAS
                      WS-QTD-EXCLUIDAS WS-QTD-FORA-PRAZO
                      WS-QTD-AVISOS-DESFEITOS WS-QTD-SEM-CPF
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MENSALIDADE-OK   TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA             TO WS-DT-HOJE.
           COMPUTE WS-NR-DIA-HOJE = FUNCTION INTEGER-OF-DATE
                   (WS-DT-HOJE).
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE WS-COM-OPERADOR TO WS-JL-OPERADOR.
           PERFORM P050-LE-PARAMETROS  THRU P050-LE-PARAMETROS-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *PRAZOS DA NEGATIVACAO E AS DATAS DERIVADAS DELES: VENCIMENTO
      *ATE A DATA DE CORTE ENTRA NO AVISO, E O AVISO DE HOJE DA ATE A
      *DATA DE REGULARIZACAO PARA O DEVEDOR EVITAR A INCLUSAO.
       P050-LE-PARAMETROS.
           MOVE 'NEGAT-DIAS-ATRASO'    TO WS-PL-NOME.
           MOVE 90                     TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-DIAS-ATRASO-NEGAT.
           MOVE 'NEGAT-DIAS-AVISO'     TO WS-PL-NOME.
           MOVE 10                     TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-DIAS-AVISO-NEGAT.
           MOVE 'NEGAT-PRAZO-EXCLUSAO' TO WS-PL-NOME.
           MOVE 5                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-PRAZO-EXCLUSAO.
           COMPUTE WS-DT-CORTE = FUNCTION DATE-OF-INTEGER
                   (WS-NR-DIA-HOJE - WS-DIAS-ATRASO-NEGAT).
           COMPUTE WS-DT-REGULARIZACAO = FUNCTION DATE-OF-INTEGER
                   (WS-NR-DIA-HOJE + WS-DIAS-AVISO-NEGAT).
       P050-LE-PARAMETROS-FIM.

      *MONTA OS CAMINHOS DAS COBRANCAS, DO CADASTRO, DOS ACORDOS, DA
      *AUDITORIA E DOS ARQUIVOS GERADOS A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ACORDO.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NEGAVISO.TXT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALURESP.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-RESPONSAVEIS
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CAMINHO-CONTATOS
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NEGINCL.TXT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-INCLUSAO
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NEGEXCL.TXT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-EXCLUSAO
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *ACORDOS, VINCULOS E CONTATOS SAO OPCIONAIS: SEM ACORDO.DAT
      *NENHUMA COBRANCA CONTA COMO RENEGOCIADA, E SEM VINCULO O
      *DEVEDOR E O PROPRIO ALUNO.
           OPEN INPUT ACORDO.
           OPEN INPUT RESPONSAVEIS.
           OPEN INPUT CONTATOS.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
           OPEN OUTPUT AVISOS.
           OPEN OUTPUT INCLUSAO.
           OPEN OUTPUT EXCLUSAO.
           MOVE WS-DT-HOJE TO WS-AB-DATA.
           MOVE 'INCLUSAO' TO WS-AB-TIPO.
           MOVE WS-LINHA-ABERTURA TO REG-INCLUSAO.
           WRITE REG-INCLUSAO
           END-WRITE.
           MOVE 'EXCLUSAO' TO WS-AB-TIPO.
           MOVE WS-LINHA-ABERTURA TO REG-EXCLUSAO.
           WRITE REG-EXCLUSAO
           END-WRITE.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           MOVE ZEROS  TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE ZEROS  TO COMPETENCIA.
           MOVE SPACES TO TP-COBRANCA.
           START MENSALIDADE KEY IS NOT LESS THAN CH-MENSALIDADE
               INVALID KEY
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
           END-START.
           PERFORM P410-LE-COBRANCA THRU P410-LE-COBRANCA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK.
           IF WS-ID-ALUNO-CARTA IS GREATER THAN ZEROS THEN
               PERFORM P660-FECHA-CARTA THRU P660-FECHA-CARTA-FIM
           END-IF.
           PERFORM P560-GRAVA-FECHAMENTOS
                   THRU P560-GRAVA-FECHAMENTOS-FIM.
           DISPLAY '*** NEGATIVACAO CONCLUIDA ***'
           END-DISPLAY.
           DISPLAY 'COBRANCAS LIDAS.................: ' WS-QTD-LIDAS
           END-DISPLAY.
           DISPLAY 'AVISOS PREVIOS (COBRANCAS)......: '
                   WS-QTD-AVISADAS
           END-DISPLAY.
           DISPLAY 'CARTAS EM NEGAVISO.TXT..........: ' WS-QTD-CARTAS
           END-DISPLAY.
           DISPLAY 'INCLUSOES EM NEGINCL.TXT........: '
                   WS-QTD-INCLUIDAS
           END-DISPLAY.
           DISPLAY 'EXCLUSOES EM NEGEXCL.TXT........: '
                   WS-QTD-EXCLUIDAS
           END-DISPLAY.
           DISPLAY 'AVISOS DESFEITOS (REGULARIZADAS): '
                   WS-QTD-AVISOS-DESFEITOS
           END-DISPLAY.
           IF WS-QTD-SEM-CPF IS GREATER THAN ZEROS THEN
               DISPLAY 'INCLUSOES ADIADAS (DEVEDOR SEM CPF): '
                       WS-QTD-SEM-CPF
               END-DISPLAY
           END-IF.
           IF WS-QTD-FORA-PRAZO IS GREATER THAN ZEROS THEN
               DISPLAY 'ATENCAO: ' WS-QTD-FORA-PRAZO
                       ' EXCLUSAO(OES) ALEM DO PRAZO LEGAL DE '
                       WS-PRAZO-EXCLUSAO ' DIAS. ENVIAR O NEGEXCL.TXT '
                       'AO BIRO HOJE.'
               END-DISPLAY
               MOVE 4 TO RETURN-CODE
           END-IF.
       P200-PROCESSA-FIM.

      *CADA COBRANCA SEGUE O PASSO DA SUA SITUACAO DE NEGATIVACAO.
       P410-LE-COBRANCA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
                   GO TO P410-LE-COBRANCA-FIM
           END-READ.
           ADD 1 TO WS-QTD-LIDAS.
           EVALUATE TRUE
               WHEN ST-NEGAT-A-EXCLUIR
                   PERFORM P600-EXCLUI THRU P600-EXCLUI-FIM
               WHEN ST-NEGAT-INCLUIDA
                   PERFORM P530-AVALIA-DIVIDA
                           THRU P530-AVALIA-DIVIDA-FIM
                   IF NOT WS-DIVIDA-ATIVA-OK THEN
                       MOVE WS-DT-HOJE TO DT-BAIXA-NEGAT
                       PERFORM P600-EXCLUI THRU P600-EXCLUI-FIM
                   END-IF
               WHEN ST-NEGAT-AVISADA
                   PERFORM P530-AVALIA-DIVIDA
                           THRU P530-AVALIA-DIVIDA-FIM
                   IF NOT WS-DIVIDA-ATIVA-OK THEN
                       PERFORM P650-DESFAZ-AVISO
                               THRU P650-DESFAZ-AVISO-FIM
                   ELSE
                       COMPUTE WS-QT-DIAS = WS-NR-DIA-HOJE
                           - FUNCTION INTEGER-OF-DATE (DT-AVISO-NEGAT)
                       IF WS-QT-DIAS IS NOT LESS THAN
                          WS-DIAS-AVISO-NEGAT THEN
                           PERFORM P620-INCLUI THRU P620-INCLUI-FIM
                       END-IF
                   END-IF
               WHEN OTHER
                   IF DT-PAGAMENTO EQUAL ZEROS AND
                      DT-VENCIMENTO IS NOT GREATER THAN WS-DT-CORTE
                      THEN
                       PERFORM P530-AVALIA-DIVIDA
                               THRU P530-AVALIA-DIVIDA-FIM
                       IF WS-DIVIDA-ATIVA-OK THEN
                           PERFORM P640-AVISA THRU P640-AVISA-FIM
                       END-IF
                   END-IF
           END-EVALUATE.
       P410-LE-COBRANCA-FIM.
           EXIT.

      *A DIVIDA SEGUE EXIGIVEL SE A COBRANCA ESTA SEM PAGAMENTO, NAO
      *CANCELADA, COM SALDO, E NAO ESTA CONSOLIDADA EM ACORDO VIGENTE
      *OU QUITADO (A CONSOLIDADA EM ACORDO QUEBRADO VOLTA A SER
      *EXIGIVEL, COMO NO PGSITMEN). A BAIXADA POR PERDA SEGUE
      *EXIGIVEL.
       P530-AVALIA-DIVIDA.
           SET WS-DIVIDA-ATIVA-OK TO FALSE.
           IF DT-PAGAMENTO IS GREATER THAN ZEROS OR
              ST-COBRANCA-CANCELADA THEN
               GO TO P530-AVALIA-DIVIDA-FIM
           END-IF.
           COMPUTE WS-VL-SALDO-COBR = VL-MENSALIDADE + VL-MULTA
                                    + VL-JUROS - VL-PAGO.
           IF WS-VL-SALDO-COBR IS NOT GREATER THAN ZEROS THEN
               GO TO P530-AVALIA-DIVIDA-FIM
           END-IF.
           IF NR-ACORDO IS GREATER THAN ZEROS AND WS-FS-ACO-OK THEN
               MOVE NR-ACORDO TO NR-ACORDO-PLANO
               READ ACORDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-ACORDO-VIGENTE OR ST-ACORDO-QUITADO THEN
                           GO TO P530-AVALIA-DIVIDA-FIM
                       END-IF
               END-READ
           END-IF.
           SET WS-DIVIDA-ATIVA-OK TO TRUE.
       P530-AVALIA-DIVIDA-FIM.
           EXIT.

      *CARREGA O DEVEDOR DO ALUNO DA COBRANCA LIDA, SE AINDA NAO
      *ESTIVER CARREGADO.
       P520-CARREGA-DEVEDOR.
           IF ID-ALUNO OF CH-MENSALIDADE EQUAL WS-ID-ALUNO-DEVEDOR
              THEN
               GO TO P520-CARREGA-DEVEDOR-FIM
           END-IF.
           MOVE ID-ALUNO OF CH-MENSALIDADE TO WS-ID-ALUNO-DEVEDOR.
           MOVE WS-ID-ALUNO-DEVEDOR TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE '(ALUNO SEM CADASTRO)' TO NM-ALUNO OF REG-ALUNO
                   MOVE ZEROS  TO CPF-ALUNO OF REG-ALUNO
                   MOVE SPACES TO RU-ALUNO BA-ALUNO CI-ALUNO UF-ALUNO
                   MOVE ZEROS  TO CP-ALUNO
           END-READ.
           MOVE NM-ALUNO OF REG-ALUNO  TO WS-DV-NOME.
           MOVE NM-ALUNO OF REG-ALUNO  TO WS-DV-NM-ALUNO.
           MOVE CPF-ALUNO OF REG-ALUNO TO WS-DV-CPF.
           MOVE RU-ALUNO               TO WS-DV-RUA.
           MOVE BA-ALUNO               TO WS-DV-BAIRRO.
           MOVE CI-ALUNO               TO WS-DV-CIDADE.
           MOVE UF-ALUNO               TO WS-DV-UF.
           MOVE CP-ALUNO               TO WS-DV-CEP.
           SET WS-DV-FINANCEIRO-OK TO FALSE.
           IF NOT WS-FS-V-OK THEN
               GO TO P520-CARREGA-DEVEDOR-FIM
           END-IF.
           SET WS-EOF-RESP-OK TO FALSE.
           MOVE WS-ID-ALUNO-DEVEDOR TO ID-ALUNO OF CH-RESPONSAVEL.
           MOVE ZEROS TO ID-CONTATO OF CH-RESPONSAVEL.
           START RESPONSAVEIS KEY IS NOT LESS THAN CH-RESPONSAVEL
               INVALID KEY
                   SET WS-EOF-RESP-OK TO TRUE
           END-START.
           PERFORM P525-LE-VINCULO THRU P525-LE-VINCULO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RESP-OK
                      OR WS-DV-FINANCEIRO-OK.
       P520-CARREGA-DEVEDOR-FIM.
           EXIT.

       P525-LE-VINCULO.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET WS-EOF-RESP-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO OF CH-RESPONSAVEL NOT EQUAL
                          WS-ID-ALUNO-DEVEDOR THEN
                       SET WS-EOF-RESP-OK TO TRUE
                   ELSE
                       IF TP-VINCULO-FINANCEIRO AND WS-FS-C-OK THEN
                           MOVE ID-CONTATO OF CH-RESPONSAVEL
                                TO ID-CONTATO OF REG-CONTATOS
                           READ CONTATOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE NM-CONTATO  TO WS-DV-NOME
                                   MOVE CPF-CONTATO TO WS-DV-CPF
                                   MOVE RU-CONTATO  TO WS-DV-RUA
                                   MOVE BA-CONTATO  TO WS-DV-BAIRRO
                                   MOVE CI-CONTATO  TO WS-DV-CIDADE
                                   MOVE UF-CONTATO  TO WS-DV-UF
                                   MOVE CP-CONTATO  TO WS-DV-CEP
                                   SET WS-DV-FINANCEIRO-OK TO TRUE
                           END-READ
                       END-IF
                   END-IF
           END-READ.
       P525-LE-VINCULO-FIM.

      *EXCLUSAO NO BIRO: VAI COM O CPF E O VALOR ENVIADOS NA
      *INCLUSAO. PASSADO O PRAZO LEGAL DESDE A QUITACAO OU
      *RENEGOCIACAO, A EXCLUSAO E DESTACADA.
       P600-EXCLUI.
           PERFORM P520-CARREGA-DEVEDOR THRU P520-CARREGA-DEVEDOR-FIM.
           MOVE REG-MENSALIDADE   TO WS-REG-ANTES.
           IF DT-BAIXA-NEGAT EQUAL ZEROS THEN
               MOVE WS-DT-HOJE TO DT-BAIXA-NEGAT
           END-IF.
           COMPUTE WS-QT-DIAS = WS-NR-DIA-HOJE
                   - FUNCTION INTEGER-OF-DATE (DT-BAIXA-NEGAT).
           IF WS-QT-DIAS IS GREATER THAN WS-PRAZO-EXCLUSAO THEN
               ADD 1 TO WS-QTD-FORA-PRAZO
               DISPLAY 'EXCLUSAO FORA DO PRAZO: ALUNO '
                       ID-ALUNO OF CH-MENSALIDADE ' COMPETENCIA '
                       COMPETENCIA ' TIPO ' TP-COBRANCA
                       ' REGULARIZADA EM ' DT-BAIXA-NEGAT
               END-DISPLAY
           END-IF.
           SET ST-NEGAT-EXCLUIDA TO TRUE.
           MOVE WS-DT-HOJE TO DT-EXCLUSAO-NEGAT.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A COBRANCA '
                           CH-MENSALIDADE '.'
                   END-DISPLAY
                   ADD 1 TO WS-JL-QTD-REJEITADOS
                   GO TO P600-EXCLUI-FIM
           END-REWRITE.
           MOVE CPF-NEGATIVACAO     TO WS-DN-CPF.
           MOVE WS-DV-NOME          TO WS-DN-NOME.
           MOVE CH-MENSALIDADE      TO WS-DN-CONTRATO.
           MOVE DT-VENCIMENTO       TO WS-DN-VENCIMENTO.
           MOVE VL-NEGATIVADO       TO WS-VALOR-CENTAVOS.
           MOVE WS-VALOR-SEM-VIRGULA TO WS-DN-VALOR.
           MOVE DT-BAIXA-NEGAT      TO WS-DN-DT-REFERENCIA.
           MOVE WS-LINHA-DETALHE    TO REG-EXCLUSAO.
           WRITE REG-EXCLUSAO
           END-WRITE.
           ADD 1 TO WS-QTD-EXCLUIDAS.
           ADD 1 TO WS-JL-QTD-GRAVADOS.
           ADD VL-NEGATIVADO TO WS-TOTAL-EXCLUSAO.
           MOVE 'EXCL-NEGAT' TO WS-TP-OPERACAO-AUD.
           PERFORM P790-GRAVA-AUDITORIA
                   THRU P790-GRAVA-AUDITORIA-FIM.
       P600-EXCLUI-FIM.
           EXIT.

      *INCLUSAO NO BIRO DA COBRANCA AVISADA HA MAIS DO PRAZO DO
      *AVISO. DEVEDOR SEM CPF NO CADASTRO NAO PODE SER NEGATIVADO: A
      *COBRANCA FICA AVISADA ATE O CADASTRO SER CORRIGIDO.
       P620-INCLUI.
           PERFORM P520-CARREGA-DEVEDOR THRU P520-CARREGA-DEVEDOR-FIM.
           IF WS-DV-CPF EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-SEM-CPF
               ADD 1 TO WS-JL-QTD-REJEITADOS
               DISPLAY 'INCLUSAO ADIADA - DEVEDOR SEM CPF: ALUNO '
                       ID-ALUNO OF CH-MENSALIDADE ' ' WS-DV-NOME
               END-DISPLAY
               GO TO P620-INCLUI-FIM
           END-IF.
           MOVE REG-MENSALIDADE  TO WS-REG-ANTES.
           SET ST-NEGAT-INCLUIDA TO TRUE.
           MOVE WS-DT-HOJE       TO DT-INCLUSAO-NEGAT.
           MOVE WS-DV-CPF        TO CPF-NEGATIVACAO.
           MOVE WS-VL-SALDO-COBR TO VL-NEGATIVADO.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A COBRANCA '
                           CH-MENSALIDADE '.'
                   END-DISPLAY
                   ADD 1 TO WS-JL-QTD-REJEITADOS
                   GO TO P620-INCLUI-FIM
           END-REWRITE.
           MOVE CPF-NEGATIVACAO     TO WS-DN-CPF.
           MOVE WS-DV-NOME          TO WS-DN-NOME.
           MOVE CH-MENSALIDADE      TO WS-DN-CONTRATO.
           MOVE DT-VENCIMENTO       TO WS-DN-VENCIMENTO.
           MOVE VL-NEGATIVADO       TO WS-VALOR-CENTAVOS.
           MOVE WS-VALOR-SEM-VIRGULA TO WS-DN-VALOR.
           MOVE DT-AVISO-NEGAT      TO WS-DN-DT-REFERENCIA.
           MOVE WS-LINHA-DETALHE    TO REG-INCLUSAO.
           WRITE REG-INCLUSAO
           END-WRITE.
           ADD 1 TO WS-QTD-INCLUIDAS.
           ADD 1 TO WS-JL-QTD-GRAVADOS.
           ADD VL-NEGATIVADO TO WS-TOTAL-INCLUSAO.
           MOVE 'INCL-NEGAT' TO WS-TP-OPERACAO-AUD.
           PERFORM P790-GRAVA-AUDITORIA
                   THRU P790-GRAVA-AUDITORIA-FIM.
       P620-INCLUI-FIM.
           EXIT.

      *AVISO PREVIO: A COBRANCA ENTRA NA CARTA DO ALUNO (ABRINDO UMA
      *NOVA QUANDO O ALUNO MUDA) E FICA AVISADA NA DATA DE HOJE.
       P640-AVISA.
           PERFORM P520-CARREGA-DEVEDOR THRU P520-CARREGA-DEVEDOR-FIM.
           MOVE REG-MENSALIDADE  TO WS-REG-ANTES.
           SET ST-NEGAT-AVISADA  TO TRUE.
           MOVE WS-DT-HOJE       TO DT-AVISO-NEGAT.
           MOVE ZEROS            TO DT-INCLUSAO-NEGAT.
           MOVE ZEROS            TO DT-BAIXA-NEGAT.
           MOVE ZEROS            TO DT-EXCLUSAO-NEGAT.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A COBRANCA '
                           CH-MENSALIDADE '.'
                   END-DISPLAY
                   ADD 1 TO WS-JL-QTD-REJEITADOS
                   GO TO P640-AVISA-FIM
           END-REWRITE.
           IF ID-ALUNO OF CH-MENSALIDADE NOT EQUAL WS-ID-ALUNO-CARTA
              THEN
               IF WS-ID-ALUNO-CARTA IS GREATER THAN ZEROS THEN
                   PERFORM P660-FECHA-CARTA THRU P660-FECHA-CARTA-FIM
               END-IF
               PERFORM P655-ABRE-CARTA THRU P655-ABRE-CARTA-FIM
           END-IF.
           MOVE WS-VL-SALDO-COBR TO WS-MSK-VL-COBR.
           MOVE SPACES TO WS-LINHA.
           STRING '  COMPETENCIA ' CP-MES OF COMPETENCIA '/'
                  CP-ANO OF COMPETENCIA ' TIPO ' TP-COBRANCA
                  ' VENCIMENTO ' DT-VENCIMENTO (7:2) '/'
                  DT-VENCIMENTO (5:2) '/' DT-VENCIMENTO (1:4)
                  ' SALDO ' WS-MSK-VL-COBR
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           ADD WS-VL-SALDO-COBR TO WS-VL-CARTA.
           ADD 1 TO WS-QTD-AVISADAS.
           ADD 1 TO WS-JL-QTD-GRAVADOS.
           MOVE 'AVISO-NEG' TO WS-TP-OPERACAO-AUD.
           PERFORM P790-GRAVA-AUDITORIA
                   THRU P790-GRAVA-AUDITORIA-FIM.
       P640-AVISA-FIM.
           EXIT.

      *AVISO QUE PERDEU O OBJETO (COBRANCA PAGA, CANCELADA OU
      *RENEGOCIADA ANTES DA INCLUSAO) VOLTA A COBRANCA PARA NUNCA
      *NEGATIVADA.
       P650-DESFAZ-AVISO.
           MOVE REG-MENSALIDADE TO WS-REG-ANTES.
           MOVE SPACES TO ST-NEGATIVACAO.
           MOVE ZEROS  TO DT-AVISO-NEGAT.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A COBRANCA '
                           CH-MENSALIDADE '.'
                   END-DISPLAY
                   ADD 1 TO WS-JL-QTD-REJEITADOS
                   GO TO P650-DESFAZ-AVISO-FIM
           END-REWRITE.
           ADD 1 TO WS-QTD-AVISOS-DESFEITOS.
           MOVE 'AVISO-CANC' TO WS-TP-OPERACAO-AUD.
           PERFORM P790-GRAVA-AUDITORIA
                   THRU P790-GRAVA-AUDITORIA-FIM.
       P650-DESFAZ-AVISO-FIM.
           EXIT.

      *CABECALHO DA CARTA DE AVISO PREVIO: DATA, BLOCO DE ENDERECO DO
      *DEVEDOR NA POSICAO DO ENVELOPE DE JANELA (COMO NO NTALUCAR) E O
      *TEXTO DO AVISO COM A DATA LIMITE PARA REGULARIZACAO.
       P655-ABRE-CARTA.
           MOVE ID-ALUNO OF CH-MENSALIDADE TO WS-ID-ALUNO-CARTA.
           MOVE ZEROS TO WS-VL-CARTA.
           ADD 1 TO WS-QTD-CARTAS.
           MOVE ALL '*' TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE '            SISTEMA ESCOLAR - SECRETARIA'
                TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE SPACES TO WS-LINHA.
           STRING 'EMITIDA EM ' WS-DH-DIA '/' WS-DH-MES '/'
                  WS-DH-ANO DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE SPACES TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE WS-DV-NOME TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           IF WS-DV-FINANCEIRO-OK THEN
               MOVE SPACES TO WS-LINHA
               STRING 'RESPONSAVEL FINANCEIRO PELO(A) ALUNO(A) '
                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DV-NM-ALUNO)
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               END-STRING
               MOVE WS-LINHA TO REG-AVISO
               WRITE REG-AVISO
               END-WRITE
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING FUNCTION TRIM (WS-DV-RUA) ' - '
                  FUNCTION TRIM (WS-DV-BAIRRO) DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE SPACES TO WS-LINHA.
           STRING FUNCTION TRIM (WS-DV-CIDADE) ' - '
                  WS-DV-UF ' - CEP ' WS-DV-CEP DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE SPACES TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE 'AVISO PREVIO DE INCLUSAO EM CADASTRO DE PROTECAO AO'
                TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE 'CREDITO. CONSTAM EM ABERTO EM SEU NOME AS COBRANCAS'
                TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE 'ABAIXO. NAO HAVENDO A REGULARIZACAO ATE'
                TO REG-AVISO.
           MOVE WS-DT-REGULARIZACAO (7:2) TO REG-AVISO (41:2).
           MOVE '/'                       TO REG-AVISO (43:1).
           MOVE WS-DT-REGULARIZACAO (5:2) TO REG-AVISO (44:2).
           MOVE '/'                       TO REG-AVISO (46:1).
           MOVE WS-DT-REGULARIZACAO (1:4) TO REG-AVISO (47:4).
           MOVE ', O DEBITO'              TO REG-AVISO (51:10).
           WRITE REG-AVISO
           END-WRITE.
           MOVE 'SERA INCLUIDO NO CADASTRO DE INADIMPLENTES DO BIRO DE'
                TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE 'CREDITO, NO CPF DO DEVEDOR.'
                TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE SPACES TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
       P655-ABRE-CARTA-FIM.

       P660-FECHA-CARTA.
           MOVE SPACES TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE WS-VL-CARTA TO WS-MSK-VL-CARTA.
           MOVE SPACES TO WS-LINHA.
           STRING 'TOTAL EM ABERTO: ' WS-MSK-VL-CARTA
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
           MOVE WS-LINHA TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE 'PROCURE A SECRETARIA PARA REGULARIZACAO OU ACORDO.'
                TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE SPACES TO REG-AVISO.
           WRITE REG-AVISO
           END-WRITE.
           MOVE ZEROS TO WS-ID-ALUNO-CARTA.
       P660-FECHA-CARTA-FIM.

       P560-GRAVA-FECHAMENTOS.
           MOVE WS-QTD-INCLUIDAS         TO WS-FC-QTD.
           MOVE WS-TOTAL-INC-SEM-VIRGULA TO WS-FC-TOTAL.
           MOVE WS-LINHA-FECHAMENTO      TO REG-INCLUSAO.
           WRITE REG-INCLUSAO
           END-WRITE.
           MOVE WS-QTD-EXCLUIDAS         TO WS-FC-QTD.
           MOVE WS-TOTAL-EXC-SEM-VIRGULA TO WS-FC-TOTAL.
           MOVE WS-LINHA-FECHAMENTO      TO REG-EXCLUSAO.
           WRITE REG-EXCLUSAO
           END-WRITE.
       P560-GRAVA-FECHAMENTOS-FIM.

      *REGISTRA NA AUDITORIA O PASSO DA NEGATIVACAO (AVISO-NEG,
      *INCL-NEGAT, EXCL-NEGAT OU AVISO-CANC) COM AS IMAGENS ANTES E
      *DEPOIS DA COBRANCA E O ID-EXECUCAO DO LOTE.
       P790-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'MENSALIDA'           TO NM-ARQUIVO-AUDITORIA.
           MOVE WS-TP-OPERACAO-AUD    TO TP-OPERACAO-AUDITORIA.
           MOVE CH-MENSALIDADE        TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES          TO DS-ANTES-AUDITORIA.
           MOVE REG-MENSALIDADE       TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR       TO ID-OPERADOR-AUDITORIA.
           MOVE WS-ID-EXECUCAO        TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P790-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           CLOSE MENSALIDADE.
           CLOSE ALUNOS.
           IF WS-FS-ACO-OK THEN
               CLOSE ACORDO
           END-IF.
           CLOSE RESPONSAVEIS.
           CLOSE CONTATOS.
           CLOSE AUDITORIA.
           CLOSE AVISOS.
           CLOSE INCLUSAO.
           CLOSE EXCLUSAO.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS MENSALIDADE..: ' WS-FS-F
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS.......: ' WS-FS-A
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-QTD-LIDAS TO WS-JL-QTD-LIDOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTFINNEG.
