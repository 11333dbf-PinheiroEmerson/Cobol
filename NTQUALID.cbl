      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      07/08/2023.
      * Purpose:   APURACAO MENSAL DA QUALIDADE CADASTRAL - PONTUA DE 0
      *            A 100 CADA ALUNO ATIVO OU TRANCADO (ALUNOS.DAT),
      *            CADA CONTATO (CONTATOS.DAT) E CADA VINCULO ALUNO/
      *            CONTATO (ALURESP.DAT) PELA COMPLETUDE E VALIDADE DOS
      *            DADOS: NOME, CPF (PGCPFVAL; NO CONTATO SO E
      *            EXIGIDO DO RESPONSAVEL FINANCEIRO), NASCIMENTO
      *            PLAUSIVEL (PGDTAVAL, NAO FUTURO, IDADE DE 3 A 100
      *            ANOS), ENDERECO COMPLETO, AO MENOS UM TELEFONE
      *            VALIDO, MENOR DE IDADE SEM RESPONSAVEL OU
      *            FINANCEIRO VINCULADO, CONTATO SEM E-MAIL VALIDO
      *            QUANDO A PREFERENCIA DE ENTREGA (NOTPREF.DAT) PEDE
      *            E-MAIL, E VINCULO QUE APONTA PARA ALUNO OU CONTATO
      *            INEXISTENTE. O OPERADOR DE CADA REGISTRO E O DA
      *            ULTIMA ALTERACAO NA AUDITORIA (AUDITORIA.DAT).
      *            MANTEM A LISTA DE TRABALHO DA SECRETARIA
      *            (QUALISTA.DAT/CFPK0082, ATENDIDA PELO NTQUAMAN) E O
      *            HISTORICO MENSAL (QUAHIST.DAT/CFPK0083). O RELATORIO
      *            VAI PARA O SPOOL (PGSPOOL): TENDENCIA DOS ULTIMOS 12
      *            MESES, RESUMO POR CURSO E POR OPERADOR E A LISTA DE
      *            TRABALHO. RODA PELA AGENDA DE LOTES (MENSAL) OU PELO
      *            MENU DE UTILITARIOS, COM LOG DE JOBS (PGJOBLOG).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTQUALID.

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

           SELECT QUALISTA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-QUALIDADE
           FILE  STATUS IS WS-FS-Q.

           SELECT QUAHIST
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS AA-MES-HIST
           FILE  STATUS IS WS-FS-H.

           SELECT QUATRAB
           ASSIGN TO WS-CAMINHO-QUATRAB
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-QUATRAB
           FILE  STATUS IS WS-FS-T.

           SELECT AUDITORIA
           ASSIGN TO WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT NOTPREF
           ASSIGN TO WS-CAMINHO-NOTPREF
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-PREFERENCIA
           FILE  STATUS IS WS-FS-PRF.

           SELECT CURSO
           ASSIGN TO WS-CAMINHO-CURSO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CURSO OF REG-CURSO
           FILE  STATUS IS WS-FS-CU.

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

       FD  QUALISTA.
           COPY CFPK0082.

       FD  QUAHIST.
           COPY CFPK0083.

      *ARQUIVO DE TRABALHO DA APURACAO, REFEITO A CADA EXECUCAO: POR
      *ALUNO (A) OU CONTATO (C), O OPERADOR DA ULTIMA ALTERACAO NA
      *AUDITORIA E A MARCA DE VINCULO (ALUNO COM RESPONSAVEL OU
      *FINANCEIRO; CONTATO QUE E RESPONSAVEL FINANCEIRO).
       FD  QUATRAB.
       01  REG-QUATRAB.
           03 CH-QUATRAB.
               05 TP-CADASTRO-TRAB     PIC X(01).
               05 ID-CADASTRO-TRAB     PIC 9(06).
           03 ID-OPERADOR-TRAB         PIC X(10).
           03 IN-RESP-FIN-TRAB         PIC X(01).
               88 IN-RESP-FIN-TRAB-OK  VALUE 'S'.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  NOTPREF.
           COPY CFPK0031.

       FD  CURSO.
           COPY CFPK0015.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHOS ALEM DOS CINCO SLOTS DE CFCFG001, JA TODOS OCUPADOS.
       01  WS-CAMINHO-QUATRAB          PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-AUDITORIA        PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-NOTPREF          PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-CURSO            PIC X(80) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-EXECUCAO           PIC 9(14).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-AA-MES             PIC 9(06).
           03 FILLER                   PIC X(15).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 FILLER                   PIC X(13).

      *IDENTIFICADOR DESTA APURACAO NA LISTA DE TRABALHO: ITEM QUE
      *NAO FOR REGRAVADO COM ELE NAO TEM MAIS FALHA E SAI DA LISTA.
       77  WS-ID-EXECUCAO              PIC 9(14) VALUE ZEROS.

      *PESOS DE CADA VERIFICACAO NA NOTA DO REGISTRO (SOMAM 100 EM
      *CADA TIPO), NA ORDEM DE IN-FALHA-QUA: NOME, CPF, NASCIMENTO,
      *ENDERECO, TELEFONE, RESPONSAVEL, E-MAIL, VINCULO.
       01  WS-PESOS-ALUNO              PIC X(24)
                                 VALUE '020020015015015015000000'.
       01  WS-PESOS-CONTATO            PIC X(24)
                                 VALUE '020020000030000000030000'.
       01  WS-PESOS-VINCULO            PIC X(24)
                                 VALUE '000000000000000000000100'.
       01  WS-PESOS-ATUAL              PIC X(24) VALUE SPACES.
       01  FILLER REDEFINES WS-PESOS-ATUAL.
           03 WS-PESO                  PIC 9(03) OCCURS 8 TIMES.

      *ROTULOS DAS VERIFICACOES PARA A LISTA DE TRABALHO.
       01  WS-TABELA-ROTULOS.
           03 FILLER                   PIC X(11) VALUE 'NOME'.
           03 FILLER                   PIC X(11) VALUE 'CPF'.
           03 FILLER                   PIC X(11) VALUE 'NASCIMENTO'.
           03 FILLER                   PIC X(11) VALUE 'ENDERECO'.
           03 FILLER                   PIC X(11) VALUE 'TELEFONE'.
           03 FILLER                   PIC X(11) VALUE 'RESPONSAVEL'.
           03 FILLER                   PIC X(11) VALUE 'E-MAIL'.
           03 FILLER                   PIC X(11) VALUE 'VINCULO'.
       01  FILLER REDEFINES WS-TABELA-ROTULOS.
           03 WS-ROTULO                PIC X(11) OCCURS 8 TIMES.

      *REGISTRO EM AVALIACAO.
       01  WS-AVALIACAO.
           03 WS-AV-TIPO               PIC X(01).
           03 WS-AV-ID                 PIC 9(11).
           03 WS-AV-NOME               PIC X(20).
           03 WS-AV-CURSO              PIC 9(02).
           03 WS-AV-OPERADOR           PIC X(10).
           03 WS-AV-PONTOS             PIC 9(03).
           03 WS-AV-FALHAS.
               05 WS-AV-FALHA          PIC X(01) OCCURS 8 TIMES.
       77  WS-AV-GRUPO                 PIC 9(03) VALUE ZEROS.
       77  WS-AV-TEM-FALHA             PIC X.
           88 WS-AV-TEM-FALHA-OK       VALUE 'S' FALSE 'N'.

      *ENDERECO EM CONFERENCIA (MESMO LAYOUT DE DS-ALUNO E
      *DS-CONTATO).
       01  WS-ENDERECO-CONF.
           03 WS-EC-RU                 PIC X(30).
           03 WS-EC-BA                 PIC X(20).
           03 WS-EC-CI                 PIC X(20).
           03 WS-EC-UF                 PIC X(02).
           03 WS-EC-CP                 PIC 9(08).

      *AREA PASSADA AO PGCPFVAL PARA VALIDAR O CPF.
       01  WS-PARM-CPF.
           03 WS-PC-CPF                PIC 9(11).
           03 WS-PC-VALIDO             PIC 9(01).
               88 WS-PC-VALIDO-OK      VALUE 1.

      *AREA PASSADA AO PGDTAVAL PARA VALIDAR A DATA DE NASCIMENTO.
       01  WS-PARM-VALIDA-DATA.
           03 WS-VD-DATA               PIC X(10).
           03 WS-VD-VALIDA             PIC 9(01).
               88 WS-VD-VALIDA-OK      VALUE 1.

       77  WS-DT-NASC-NUM              PIC 9(08) VALUE ZEROS.
       77  WS-IDADE-ALUNO              PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-TEL               PIC 9(01) VALUE ZEROS.
       77  WS-TEL-VALIDO               PIC X.
           88 WS-TEL-VALIDO-OK         VALUE 'S' FALSE 'N'.
       77  WS-NASC-VALIDO              PIC X.
           88 WS-NASC-VALIDO-OK        VALUE 'S' FALSE 'N'.
       77  WS-EMAIL-EXIGIDO            PIC X.
           88 WS-EMAIL-EXIGIDO-OK      VALUE 'S' FALSE 'N'.
       77  WS-QT-ARROBA                PIC 9(02) VALUE ZEROS.
       77  WS-QT-PONTO                 PIC 9(02) VALUE ZEROS.
       77  WS-EM-USUARIO               PIC X(40) VALUE SPACES.
       77  WS-EM-DOMINIO               PIC X(40) VALUE SPACES.
       77  WS-ALUNO-EXISTE             PIC X.
           88 WS-ALUNO-EXISTE-OK       VALUE 'S' FALSE 'N'.
       77  WS-CONTATO-EXISTE           PIC X.
           88 WS-CONTATO-EXISTE-OK     VALUE 'S' FALSE 'N'.

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-2                 PIC 9(03) VALUE ZEROS.
       77  WS-SOMA-PESOS               PIC 9(03) VALUE ZEROS.

      *ACUMULADORES POR CURSO (POSICAO = CURSO + 1; 101 = CONTATOS,
      *102 = VINCULOS).
       01  WS-TABELA-GRUPOS.
           03 WS-GR OCCURS 102 TIMES.
               05 WS-GR-QT             PIC 9(06).
               05 WS-GR-SOMA           PIC 9(08).
               05 WS-GR-LISTA          PIC 9(06).
               05 WS-GR-FALHA          PIC 9(06) OCCURS 8 TIMES.

      *ACUMULADORES POR OPERADOR DA ULTIMA ALTERACAO. A ULTIMA
      *POSICAO JUNTA OS QUE NAO COUBEREM NA TABELA.
       01  WS-TABELA-OPERADORES.
           03 WS-QT-OPERADORES         PIC 9(02) VALUE ZEROS.
           03 WS-OP OCCURS 50 TIMES.
               05 WS-OP-ID             PIC X(10).
               05 WS-OP-QT             PIC 9(06).
               05 WS-OP-SOMA           PIC 9(08).
               05 WS-OP-LISTA          PIC 9(06).
       77  WS-INDICE-ACHADO            PIC 9(03) VALUE ZEROS.

      *TOTAIS DO MES (VAO PARA O HISTORICO).
       77  WS-QT-ALUNOS                PIC 9(06) VALUE ZEROS.
       77  WS-SOMA-ALUNOS              PIC 9(08) VALUE ZEROS.
       77  WS-QT-CONTATOS              PIC 9(06) VALUE ZEROS.
       77  WS-SOMA-CONTATOS            PIC 9(08) VALUE ZEROS.
       77  WS-QT-VINCULOS              PIC 9(06) VALUE ZEROS.
       77  WS-QT-INATIVOS              PIC 9(06) VALUE ZEROS.
       77  WS-QT-NA-LISTA              PIC 9(06) VALUE ZEROS.
       77  WS-QT-NOVOS                 PIC 9(06) VALUE ZEROS.
       77  WS-QT-RESOLVIDOS            PIC 9(06) VALUE ZEROS.
       77  WS-QT-LIDOS-AUD             PIC 9(06) VALUE ZEROS.
       01  WS-TOTAL-FALHAS.
           03 WS-TF-QT                 PIC 9(06) OCCURS 8 TIMES.
       77  WS-MEDIA                    PIC 9(03)V9 VALUE ZEROS.

      *INICIO DA TENDENCIA (ONZE MESES ANTES DO MES CORRENTE).
       01  WS-AA-MES-INICIO.
           03 WS-AM-ANO                PIC 9(04) VALUE ZEROS.
           03 WS-AM-MES                PIC 9(02) VALUE ZEROS.

       77  WS-EOF-AUD                  PIC X.
           88 WS-EOF-AUD-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-V                    PIC X.
           88 WS-EOF-V-OK              VALUE 'S' FALSE 'N'.
       77  WS-EOF-A                    PIC X.
           88 WS-EOF-A-OK              VALUE 'S' FALSE 'N'.
       77  WS-EOF-C                    PIC X.
           88 WS-EOF-C-OK              VALUE 'S' FALSE 'N'.
       77  WS-EOF-Q                    PIC X.
           88 WS-EOF-Q-OK              VALUE 'S' FALSE 'N'.
       77  WS-EOF-H                    PIC X.
           88 WS-EOF-H-OK              VALUE 'S' FALSE 'N'.
       77  WS-AUD-ABERTO               PIC X.
           88 WS-AUD-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77  WS-PRF-ABERTO               PIC X.
           88 WS-PRF-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77  WS-CU-ABERTO                PIC X.
           88 WS-CU-ABERTO-OK          VALUE 'S' FALSE 'N'.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-Q                     PIC 99.
           88 WS-FS-Q-OK               VALUE 0.
       77  WS-FS-H                     PIC 99.
           88 WS-FS-H-OK               VALUE 0.
       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
       77  WS-FS-PRF                   PIC 99.
           88 WS-FS-PRF-OK             VALUE 0.
       77  WS-FS-CU                    PIC 99.
           88 WS-FS-CU-OK              VALUE 0.

      *LINHAS DO RELATORIO. AS COLUNAS NUMERICAS TEM 7 POSICOES.
       01  WS-LR-TENDENCIA.
           03 WS-LT-ANO                PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-LT-MES                PIC 9(02).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LT-ALUNOS             PIC ZZZZZ9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-LT-MED-ALU            PIC ZZ9,9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LT-CONTATOS           PIC ZZZZZ9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-LT-MED-CON            PIC ZZ9,9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LT-VINCULOS           PIC ZZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LT-LISTA              PIC ZZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LT-NOVOS              PIC ZZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LT-RESOLVIDOS         PIC ZZZZZ9.
           03 WS-LT-COL-FALHA OCCURS 8 TIMES.
               05 FILLER               PIC X(01).
               05 WS-LT-FALHA          PIC ZZZZZ9.

       01  WS-LR-GRUPO.
           03 WS-LG-CODIGO             PIC X(02).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LG-NOME               PIC X(30).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LG-QT                 PIC ZZZZZ9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-LG-MEDIA              PIC ZZ9,9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LG-LISTA              PIC ZZZZZ9.
           03 WS-LG-COL-FALHA OCCURS 8 TIMES.
               05 FILLER               PIC X(01).
               05 WS-LG-FALHA          PIC ZZZZZ9.

       01  WS-LR-OPERADOR.
           03 WS-LO-ID                 PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LO-QT                 PIC ZZZZZ9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-LO-MEDIA              PIC ZZ9,9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LO-LISTA              PIC ZZZZZ9.

       01  WS-LR-ITEM.
           03 WS-LI-TIPO               PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LI-CODIGO             PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LI-NOME               PIC X(20).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LI-CURSO              PIC 9(02).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LI-OPERADOR           PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LI-PONTOS             PIC ZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LI-MESES              PIC ZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LI-STATUS             PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LI-FALHAS             PIC X(72).

       77  WS-CODIGO-05                PIC 9(05) VALUE ZEROS.
       77  WS-CODIGO-06                PIC 9(06) VALUE ZEROS.
       77  WS-PONTEIRO                 PIC 9(03) VALUE ZEROS.
       77  WS-CAB-FALHAS               PIC X(56) VALUE
           '   NOME    CPF   NASC    END   FONE   RESP  EMAIL   VINC'.

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *TOTAIS GRAVADOS NA SAIDA.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTQUALID'.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'CONCLUIDO'.

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
           INITIALIZE WS-FS-A WS-FS-C WS-FS-V WS-FS-Q WS-FS-H WS-FS-T
                      WS-FS-AUD WS-FS-PRF WS-FS-CU WS-TABELA-GRUPOS
                      WS-TOTAL-FALHAS
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-EXECUCAO         TO WS-ID-EXECUCAO.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

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
                  '\Modulo3\DesafioM3\QUALISTA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\QUAHIST.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\QUATRAB.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-QUATRAB
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-AUDITORIA
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NOTPREF.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-NOTPREF
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CURSO.DAT'     DELIMITED BY SIZE
                  INTO WS-CAMINHO-CURSO
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT CONTATOS.
           IF NOT WS-FS-C-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT RESPONSAVEIS.
           IF NOT WS-FS-V-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O QUALISTA.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-Q-OK THEN
               OPEN OUTPUT QUALISTA
               CLOSE QUALISTA
               OPEN I-O QUALISTA
           END-IF.
           IF NOT WS-FS-Q-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O QUAHIST.
           IF NOT WS-FS-H-OK THEN
               OPEN OUTPUT QUAHIST
               CLOSE QUAHIST
               OPEN I-O QUAHIST
           END-IF.
           IF NOT WS-FS-H-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *O ARQUIVO DE TRABALHO COMECA VAZIO A CADA EXECUCAO.
           OPEN OUTPUT QUATRAB.
           CLOSE QUATRAB.
           OPEN I-O QUATRAB.
           IF NOT WS-FS-T-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *AUDITORIA, PREFERENCIAS E CURSOS SAO OPCIONAIS: SEM ELES O
      *OPERADOR FICA EM BRANCO, O CONTATO SEGUE O PADRAO DE ENTREGA
      *(E-MAIL) E O CURSO SAI SEM NOME.
           SET WS-AUD-ABERTO-OK TO FALSE.
           OPEN INPUT AUDITORIA.
           IF WS-FS-AUD-OK THEN
               SET WS-AUD-ABERTO-OK TO TRUE
           END-IF.
           SET WS-PRF-ABERTO-OK TO FALSE.
           OPEN INPUT NOTPREF.
           IF WS-FS-PRF-OK THEN
               SET WS-PRF-ABERTO-OK TO TRUE
           END-IF.
           SET WS-CU-ABERTO-OK TO FALSE.
           OPEN INPUT CURSO.
           IF WS-FS-CU-OK THEN
               SET WS-CU-ABERTO-OK TO TRUE
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           IF WS-AUD-ABERTO-OK THEN
               SET WS-EOF-AUD-OK TO FALSE
               PERFORM P500-LE-AUDITORIA THRU P500-LE-AUDITORIA-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-AUD-OK
           END-IF.
           SET WS-EOF-V-OK TO FALSE.
           MOVE LOW-VALUES TO CH-RESPONSAVEL.
           START RESPONSAVEIS KEY IS NOT LESS THAN CH-RESPONSAVEL
               INVALID KEY
                   SET WS-EOF-V-OK TO TRUE
           END-START.
           PERFORM P520-LE-VINCULO THRU P520-LE-VINCULO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-V-OK.
           SET WS-EOF-A-OK TO FALSE.
           MOVE ZEROS TO ID-ALUNO OF REG-ALUNO.
           START ALUNOS KEY IS NOT LESS THAN ID-ALUNO OF REG-ALUNO
               INVALID KEY
                   SET WS-EOF-A-OK TO TRUE
           END-START.
           PERFORM P550-LE-ALUNO THRU P550-LE-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-A-OK.
           SET WS-EOF-C-OK TO FALSE.
           MOVE ZEROS TO ID-CONTATO OF REG-CONTATOS.
           START CONTATOS KEY IS NOT LESS THAN
                 ID-CONTATO OF REG-CONTATOS
               INVALID KEY
                   SET WS-EOF-C-OK TO TRUE
           END-START.
           PERFORM P570-LE-CONTATO THRU P570-LE-CONTATO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-C-OK.
           PERFORM P650-LIMPA-LISTA THRU P650-LIMPA-LISTA-FIM.
           PERFORM P700-GRAVA-HISTORICO
                   THRU P700-GRAVA-HISTORICO-FIM.
           PERFORM P720-RELATORIO THRU P720-RELATORIO-FIM.
           DISPLAY 'ALUNOS AVALIADOS...........: ' WS-QT-ALUNOS
           END-DISPLAY.
           DISPLAY 'CONTATOS AVALIADOS.........: ' WS-QT-CONTATOS
           END-DISPLAY.
           DISPLAY 'VINCULOS AVALIADOS.........: ' WS-QT-VINCULOS
           END-DISPLAY.
           DISPLAY 'ITENS NA LISTA DE TRABALHO.: ' WS-QT-NA-LISTA
           END-DISPLAY.
           DISPLAY 'RESOLVIDOS DESDE A ANTERIOR: ' WS-QT-RESOLVIDOS
           END-DISPLAY.
       P200-PROCESSA-FIM.

      *GUARDA O OPERADOR DA ULTIMA ALTERACAO DE CADA ALUNO E CONTATO.
      *A AUDITORIA ESTA EM ORDEM CRONOLOGICA: O ULTIMO LIDO VALE.
       P500-LE-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET WS-EOF-AUD-OK TO TRUE
                   GO TO P500-LE-AUDITORIA-FIM
           END-READ.
           ADD 1 TO WS-QT-LIDOS-AUD.
           EVALUATE NM-ARQUIVO-AUDITORIA
               WHEN 'ALUNOS'
                   IF CH-REGISTRO-AUDITORIA (1:5) IS NOT NUMERIC THEN
                       GO TO P500-LE-AUDITORIA-FIM
                   END-IF
                   MOVE 'A' TO TP-CADASTRO-TRAB
                   MOVE CH-REGISTRO-AUDITORIA (1:5) TO WS-CODIGO-05
                   MOVE WS-CODIGO-05 TO ID-CADASTRO-TRAB
               WHEN 'CONTATOS'
                   IF CH-REGISTRO-AUDITORIA (1:6) IS NOT NUMERIC THEN
                       GO TO P500-LE-AUDITORIA-FIM
                   END-IF
                   MOVE 'C' TO TP-CADASTRO-TRAB
                   MOVE CH-REGISTRO-AUDITORIA (1:6) TO ID-CADASTRO-TRAB
               WHEN OTHER
                   GO TO P500-LE-AUDITORIA-FIM
           END-EVALUATE.
           READ QUATRAB
               INVALID KEY
                   MOVE ID-OPERADOR-AUDITORIA TO ID-OPERADOR-TRAB
                   MOVE 'N' TO IN-RESP-FIN-TRAB
                   WRITE REG-QUATRAB
                   END-WRITE
                   GO TO P500-LE-AUDITORIA-FIM
           END-READ.
           MOVE ID-OPERADOR-AUDITORIA TO ID-OPERADOR-TRAB.
           REWRITE REG-QUATRAB
           END-REWRITE.
       P500-LE-AUDITORIA-FIM.
           EXIT.

      *CONFERE CADA VINCULO: SE AS DUAS PONTAS EXISTEM, MARCA O ALUNO
      *QUE TEM RESPONSAVEL OU FINANCEIRO E O CONTATO FINANCEIRO; SE
      *NAO, O VINCULO VAI PARA A LISTA.
       P520-LE-VINCULO.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET WS-EOF-V-OK TO TRUE
                   GO TO P520-LE-VINCULO-FIM
           END-READ.
           ADD 1 TO WS-QT-VINCULOS.
           SET WS-ALUNO-EXISTE-OK TO TRUE.
           MOVE ID-ALUNO OF CH-RESPONSAVEL TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   SET WS-ALUNO-EXISTE-OK TO FALSE
           END-READ.
           SET WS-CONTATO-EXISTE-OK TO TRUE.
           MOVE ID-CONTATO OF CH-RESPONSAVEL
                TO ID-CONTATO OF REG-CONTATOS.
           READ CONTATOS
               INVALID KEY
                   SET WS-CONTATO-EXISTE-OK TO FALSE
           END-READ.
           IF WS-ALUNO-EXISTE-OK AND WS-CONTATO-EXISTE-OK AND
              (TP-VINCULO-RESPONSAVEL OR TP-VINCULO-EMERGENCIA OR
               TP-VINCULO-FINANCEIRO) THEN
               IF TP-VINCULO-RESPONSAVEL OR TP-VINCULO-FINANCEIRO THEN
                   MOVE 'A' TO TP-CADASTRO-TRAB
                   MOVE ID-ALUNO OF CH-RESPONSAVEL TO ID-CADASTRO-TRAB
                   PERFORM P525-MARCA-VINCULO
                           THRU P525-MARCA-VINCULO-FIM
               END-IF
               IF TP-VINCULO-FINANCEIRO THEN
                   MOVE 'C' TO TP-CADASTRO-TRAB
                   MOVE ID-CONTATO OF CH-RESPONSAVEL
                        TO ID-CADASTRO-TRAB
                   PERFORM P525-MARCA-VINCULO
                           THRU P525-MARCA-VINCULO-FIM
               END-IF
               GO TO P520-LE-VINCULO-FIM
           END-IF.
           INITIALIZE WS-AVALIACAO.
           MOVE 'NNNNNNNS' TO WS-AV-FALHAS.
           MOVE 'V' TO WS-AV-TIPO.
           MOVE CH-RESPONSAVEL TO WS-AV-ID.
           IF WS-ALUNO-EXISTE-OK THEN
               MOVE NM-ALUNO OF REG-ALUNO TO WS-AV-NOME
               MOVE ID-CURSO OF REG-ALUNO TO WS-AV-CURSO
           ELSE
               IF WS-CONTATO-EXISTE-OK THEN
                   MOVE NM-CONTATO TO WS-AV-NOME
               ELSE
                   MOVE '(SEM ALUNO/CONTATO)' TO WS-AV-NOME
               END-IF
           END-IF.
           MOVE 102 TO WS-AV-GRUPO.
           MOVE WS-PESOS-VINCULO TO WS-PESOS-ATUAL.
           PERFORM P590-CALCULA-PONTOS THRU P590-CALCULA-PONTOS-FIM.
           PERFORM P600-ACUMULA THRU P600-ACUMULA-FIM.
       P520-LE-VINCULO-FIM.
           EXIT.

       P525-MARCA-VINCULO.
           READ QUATRAB
               INVALID KEY
                   MOVE SPACES TO ID-OPERADOR-TRAB
                   MOVE 'S' TO IN-RESP-FIN-TRAB
                   WRITE REG-QUATRAB
                   END-WRITE
                   GO TO P525-MARCA-VINCULO-FIM
           END-READ.
           MOVE 'S' TO IN-RESP-FIN-TRAB.
           REWRITE REG-QUATRAB
           END-REWRITE.
       P525-MARCA-VINCULO-FIM.
           EXIT.

      *AVALIA O ALUNO. EGRESSO, TRANSFERIDO E CANCELADO NAO ENTRAM:
      *A SECRETARIA NAO TEM MAIS COMO CORRIGIR ESSES CADASTROS.
       P550-LE-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-A-OK TO TRUE
                   GO TO P550-LE-ALUNO-FIM
           END-READ.
           IF NOT ST-ALUNO-ATIVO AND NOT ST-ALUNO-TRANCADO AND
              ST-ALUNO NOT EQUAL SPACES THEN
               ADD 1 TO WS-QT-INATIVOS
               GO TO P550-LE-ALUNO-FIM
           END-IF.
           ADD 1 TO WS-QT-ALUNOS.
           INITIALIZE WS-AVALIACAO.
           MOVE 'NNNNNNNN' TO WS-AV-FALHAS.
           MOVE 'A' TO WS-AV-TIPO.
           MOVE ID-ALUNO OF REG-ALUNO TO WS-AV-ID.
           MOVE NM-ALUNO OF REG-ALUNO TO WS-AV-NOME.
           MOVE ID-CURSO OF REG-ALUNO TO WS-AV-CURSO.
           COMPUTE WS-AV-GRUPO = ID-CURSO OF REG-ALUNO + 1.
           MOVE 'A' TO TP-CADASTRO-TRAB.
           MOVE ID-ALUNO OF REG-ALUNO TO ID-CADASTRO-TRAB.
           READ QUATRAB
               INVALID KEY
                   MOVE SPACES TO ID-OPERADOR-TRAB
                   MOVE 'N' TO IN-RESP-FIN-TRAB
           END-READ.
           MOVE ID-OPERADOR-TRAB TO WS-AV-OPERADOR.
           IF NM-ALUNO OF REG-ALUNO EQUAL SPACES THEN
               MOVE 'S' TO WS-AV-FALHA (1)
           END-IF.
           MOVE CPF-ALUNO OF REG-ALUNO TO WS-PC-CPF.
           MOVE ZEROS TO WS-PC-VALIDO.
           IF WS-PC-CPF IS NUMERIC AND WS-PC-CPF NOT EQUAL ZEROS THEN
               CALL 'PGCPFVAL' USING WS-PARM-CPF
           END-IF.
           IF NOT WS-PC-VALIDO-OK THEN
               MOVE 'S' TO WS-AV-FALHA (2)
           END-IF.
           PERFORM P560-CONFERE-NASCIMENTO
                   THRU P560-CONFERE-NASCIMENTO-FIM.
           IF NOT WS-NASC-VALIDO-OK THEN
               MOVE 'S' TO WS-AV-FALHA (3)
           END-IF.
           MOVE DS-ALUNO TO WS-ENDERECO-CONF.
           PERFORM P580-CONFERE-ENDERECO
                   THRU P580-CONFERE-ENDERECO-FIM.
           SET WS-TEL-VALIDO-OK TO FALSE.
           IF PAIS-ALUNO NOT EQUAL SPACES AND PAIS-ALUNO NOT EQUAL 'BR'
              AND FONENUMERO IS NUMERIC AND FONENUMERO > ZEROS THEN
               SET WS-TEL-VALIDO-OK TO TRUE
           END-IF.
           IF FONEAREA IS NUMERIC AND FONENUMERO IS NUMERIC AND
              FONEAREA NOT LESS THAN 11 AND
              FONENUMERO NOT LESS THAN 20000000 THEN
               SET WS-TEL-VALIDO-OK TO TRUE
           END-IF.
           PERFORM P565-CONFERE-TELEFONE THRU P565-CONFERE-TELEFONE-FIM
                   VARYING WS-INDICE-TEL FROM 1 BY 1
                   UNTIL WS-INDICE-TEL > 2.
           IF NOT WS-TEL-VALIDO-OK THEN
               MOVE 'S' TO WS-AV-FALHA (5)
           END-IF.
      *MENOR DE IDADE (SO QUANDO O NASCIMENTO E CONFIAVEL) PRECISA DE
      *RESPONSAVEL OU FINANCEIRO VINCULADO, COMO NA MATRICULA.
           IF WS-NASC-VALIDO-OK AND WS-IDADE-ALUNO IS LESS THAN 18 AND
              NOT IN-RESP-FIN-TRAB-OK THEN
               MOVE 'S' TO WS-AV-FALHA (6)
           END-IF.
           MOVE WS-PESOS-ALUNO TO WS-PESOS-ATUAL.
           PERFORM P590-CALCULA-PONTOS THRU P590-CALCULA-PONTOS-FIM.
           ADD WS-AV-PONTOS TO WS-SOMA-ALUNOS.
           PERFORM P600-ACUMULA THRU P600-ACUMULA-FIM.
       P550-LE-ALUNO-FIM.
           EXIT.

       P560-CONFERE-NASCIMENTO.
           SET WS-NASC-VALIDO-OK TO FALSE.
           MOVE ZEROS TO WS-IDADE-ALUNO.
           IF DT-NASC-ALUNO IS NOT NUMERIC THEN
               GO TO P560-CONFERE-NASCIMENTO-FIM
           END-IF.
           MOVE DT-NASC-ALUNO TO WS-DT-NASC-NUM.
           IF WS-DT-NASC-NUM EQUAL ZEROS OR
              WS-DT-NASC-NUM IS GREATER THAN WS-DH-DATA THEN
               GO TO P560-CONFERE-NASCIMENTO-FIM
           END-IF.
           MOVE SPACES TO WS-VD-DATA.
           STRING DT-NASC-DIA '/' DT-NASC-MES '/' DT-NASC-ANO
                  DELIMITED BY SIZE
                  INTO WS-VD-DATA
           END-STRING.
           CALL 'PGDTAVAL' USING WS-PARM-VALIDA-DATA.
           IF NOT WS-VD-VALIDA-OK THEN
               GO TO P560-CONFERE-NASCIMENTO-FIM
           END-IF.
           COMPUTE WS-IDADE-ALUNO =
               (WS-DH-DATA - WS-DT-NASC-NUM) / 10000.
           IF WS-IDADE-ALUNO IS LESS THAN 3 OR
              WS-IDADE-ALUNO IS GREATER THAN 100 THEN
               GO TO P560-CONFERE-NASCIMENTO-FIM
           END-IF.
           SET WS-NASC-VALIDO-OK TO TRUE.
       P560-CONFERE-NASCIMENTO-FIM.
           EXIT.

      *TELEFONE VALIDO: DDD DE 11 EM DIANTE E NUMERO DE 8 OU 9
      *DIGITOS.
       P565-CONFERE-TELEFONE.
           IF FONEAREA-ADIC (WS-INDICE-TEL) IS NUMERIC AND
              FONENUMERO-ADIC (WS-INDICE-TEL) IS NUMERIC AND
              FONEAREA-ADIC (WS-INDICE-TEL) NOT LESS THAN 11 AND
              FONENUMERO-ADIC (WS-INDICE-TEL) NOT LESS THAN 20000000
              THEN
               SET WS-TEL-VALIDO-OK TO TRUE
           END-IF.
       P565-CONFERE-TELEFONE-FIM.

       P570-LE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET WS-EOF-C-OK TO TRUE
                   GO TO P570-LE-CONTATO-FIM
           END-READ.
           ADD 1 TO WS-QT-CONTATOS.
           INITIALIZE WS-AVALIACAO.
           MOVE 'NNNNNNNN' TO WS-AV-FALHAS.
           MOVE 'C' TO WS-AV-TIPO.
           MOVE ID-CONTATO OF REG-CONTATOS TO WS-AV-ID.
           MOVE NM-CONTATO TO WS-AV-NOME.
           MOVE ZEROS TO WS-AV-CURSO.
           MOVE 101 TO WS-AV-GRUPO.
           MOVE 'C' TO TP-CADASTRO-TRAB.
           MOVE ID-CONTATO OF REG-CONTATOS TO ID-CADASTRO-TRAB.
           READ QUATRAB
               INVALID KEY
                   MOVE SPACES TO ID-OPERADOR-TRAB
                   MOVE 'N' TO IN-RESP-FIN-TRAB
           END-READ.
           MOVE ID-OPERADOR-TRAB TO WS-AV-OPERADOR.
           IF NM-CONTATO EQUAL SPACES THEN
               MOVE 'S' TO WS-AV-FALHA (1)
           END-IF.
      *CPF DO CONTATO E OPCIONAL, MAS SE INFORMADO PRECISA SER VALIDO;
      *DO RESPONSAVEL FINANCEIRO E EXIGIDO (NOTA FISCAL, NTFINNFS).
           IF CPF-CONTATO IS NOT NUMERIC THEN
               MOVE 'S' TO WS-AV-FALHA (2)
           ELSE
               IF CPF-CONTATO EQUAL ZEROS THEN
                   IF IN-RESP-FIN-TRAB-OK THEN
                       MOVE 'S' TO WS-AV-FALHA (2)
                   END-IF
               ELSE
                   MOVE CPF-CONTATO TO WS-PC-CPF
                   CALL 'PGCPFVAL' USING WS-PARM-CPF
                   IF NOT WS-PC-VALIDO-OK THEN
                       MOVE 'S' TO WS-AV-FALHA (2)
                   END-IF
               END-IF
           END-IF.
           MOVE DS-CONTATO TO WS-ENDERECO-CONF.
           PERFORM P580-CONFERE-ENDERECO
                   THRU P580-CONFERE-ENDERECO-FIM.
           PERFORM P582-CONFERE-EMAIL THRU P582-CONFERE-EMAIL-FIM.
           MOVE WS-PESOS-CONTATO TO WS-PESOS-ATUAL.
           PERFORM P590-CALCULA-PONTOS THRU P590-CALCULA-PONTOS-FIM.
           ADD WS-AV-PONTOS TO WS-SOMA-CONTATOS.
           PERFORM P600-ACUMULA THRU P600-ACUMULA-FIM.
       P570-LE-CONTATO-FIM.
           EXIT.

      *ENDERECO COMPLETO: LOGRADOURO E CIDADE SEMPRE; COM CEP, TAMBEM
      *BAIRRO E UF. CEP ZERO SO E ACEITO SEM UF (ENDERECO FORA DO
      *PAIS, COMO NA DIGITACAO).
       P580-CONFERE-ENDERECO.
           IF WS-EC-RU EQUAL SPACES OR WS-EC-CI EQUAL SPACES THEN
               MOVE 'S' TO WS-AV-FALHA (4)
               GO TO P580-CONFERE-ENDERECO-FIM
           END-IF.
           IF WS-EC-CP IS NOT NUMERIC THEN
               MOVE 'S' TO WS-AV-FALHA (4)
               GO TO P580-CONFERE-ENDERECO-FIM
           END-IF.
           IF WS-EC-CP EQUAL ZEROS THEN
               IF WS-EC-UF NOT EQUAL SPACES THEN
                   MOVE 'S' TO WS-AV-FALHA (4)
               END-IF
               GO TO P580-CONFERE-ENDERECO-FIM
           END-IF.
           IF WS-EC-BA EQUAL SPACES OR WS-EC-UF EQUAL SPACES THEN
               MOVE 'S' TO WS-AV-FALHA (4)
           END-IF.
       P580-CONFERE-ENDERECO-FIM.
           EXIT.

      *E-MAIL EXIGIDO QUANDO A PREFERENCIA E E-MAIL OU AMBOS, OU
      *QUANDO NAO HA PREFERENCIA (PADRAO DO CONTATO NO NTNOTIFY).
      *INFORMADO, PRECISA TER UM SO '@', USUARIO E DOMINIO COM PONTO.
       P582-CONFERE-EMAIL.
           SET WS-EMAIL-EXIGIDO-OK TO TRUE.
           IF WS-PRF-ABERTO-OK THEN
               MOVE 'C' TO TP-DESTINATARIO
               MOVE ID-CONTATO OF REG-CONTATOS TO ID-DESTINATARIO
               READ NOTPREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CANAL-SMS OR CANAL-NENHUM THEN
                           SET WS-EMAIL-EXIGIDO-OK TO FALSE
                       END-IF
               END-READ
           END-IF.
           IF EM-CONTATO EQUAL SPACES THEN
               IF WS-EMAIL-EXIGIDO-OK THEN
                   MOVE 'S' TO WS-AV-FALHA (7)
               END-IF
               GO TO P582-CONFERE-EMAIL-FIM
           END-IF.
           MOVE ZEROS TO WS-QT-ARROBA WS-QT-PONTO.
           INSPECT EM-CONTATO TALLYING WS-QT-ARROBA FOR ALL '@'.
           IF WS-QT-ARROBA NOT EQUAL 1 THEN
               MOVE 'S' TO WS-AV-FALHA (7)
               GO TO P582-CONFERE-EMAIL-FIM
           END-IF.
           MOVE SPACES TO WS-EM-USUARIO WS-EM-DOMINIO.
           UNSTRING EM-CONTATO DELIMITED BY '@'
               INTO WS-EM-USUARIO WS-EM-DOMINIO
           END-UNSTRING.
           INSPECT WS-EM-DOMINIO TALLYING WS-QT-PONTO FOR ALL '.'.
           IF WS-EM-USUARIO EQUAL SPACES OR WS-QT-PONTO EQUAL ZEROS
              THEN
               MOVE 'S' TO WS-AV-FALHA (7)
           END-IF.
       P582-CONFERE-EMAIL-FIM.
           EXIT.

      *NOTA = 100 MENOS O PESO DE CADA VERIFICACAO QUE FALHOU.
       P590-CALCULA-PONTOS.
           MOVE ZEROS TO WS-SOMA-PESOS.
           SET WS-AV-TEM-FALHA-OK TO FALSE.
           PERFORM P592-SOMA-PESO THRU P592-SOMA-PESO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 8.
           COMPUTE WS-AV-PONTOS = 100 - WS-SOMA-PESOS.
       P590-CALCULA-PONTOS-FIM.

       P592-SOMA-PESO.
           IF WS-AV-FALHA (WS-INDICE) EQUAL 'S' THEN
               ADD WS-PESO (WS-INDICE) TO WS-SOMA-PESOS
               SET WS-AV-TEM-FALHA-OK TO TRUE
           END-IF.
       P592-SOMA-PESO-FIM.

      *SOMA O REGISTRO NO CURSO, NO OPERADOR E NOS TOTAIS DO MES E,
      *SE FALHOU EM ALGO, GRAVA NA LISTA DE TRABALHO.
       P600-ACUMULA.
           ADD 1            TO WS-GR-QT   (WS-AV-GRUPO).
           ADD WS-AV-PONTOS TO WS-GR-SOMA (WS-AV-GRUPO).
           PERFORM P602-SOMA-FALHA THRU P602-SOMA-FALHA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 8.
           PERFORM P605-ACHA-OPERADOR THRU P605-ACHA-OPERADOR-FIM.
           ADD 1            TO WS-OP-QT   (WS-INDICE-ACHADO).
           ADD WS-AV-PONTOS TO WS-OP-SOMA (WS-INDICE-ACHADO).
           IF WS-AV-TEM-FALHA-OK THEN
               ADD 1 TO WS-GR-LISTA (WS-AV-GRUPO)
               ADD 1 TO WS-OP-LISTA (WS-INDICE-ACHADO)
               ADD 1 TO WS-QT-NA-LISTA
               PERFORM P610-GRAVA-LISTA THRU P610-GRAVA-LISTA-FIM
           END-IF.
       P600-ACUMULA-FIM.

       P602-SOMA-FALHA.
           IF WS-AV-FALHA (WS-INDICE) EQUAL 'S' THEN
               ADD 1 TO WS-GR-FALHA (WS-AV-GRUPO WS-INDICE)
               ADD 1 TO WS-TF-QT (WS-INDICE)
           END-IF.
       P602-SOMA-FALHA-FIM.

       P605-ACHA-OPERADOR.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P607-COMPARA-OPERADOR
                   THRU P607-COMPARA-OPERADOR-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-OPERADORES
                      OR WS-INDICE-ACHADO > ZEROS.
           IF WS-INDICE-ACHADO > ZEROS THEN
               GO TO P605-ACHA-OPERADOR-FIM
           END-IF.
           IF WS-QT-OPERADORES IS LESS THAN 50 THEN
               ADD 1 TO WS-QT-OPERADORES
               MOVE WS-QT-OPERADORES TO WS-INDICE-ACHADO
               MOVE WS-AV-OPERADOR
                    TO WS-OP-ID (WS-INDICE-ACHADO)
               MOVE ZEROS TO WS-OP-QT   (WS-INDICE-ACHADO)
                             WS-OP-SOMA (WS-INDICE-ACHADO)
                             WS-OP-LISTA (WS-INDICE-ACHADO)
               IF WS-QT-OPERADORES EQUAL 50 THEN
                   MOVE '(OUTROS)' TO WS-OP-ID (WS-INDICE-ACHADO)
               END-IF
           ELSE
               MOVE 50 TO WS-INDICE-ACHADO
           END-IF.
       P605-ACHA-OPERADOR-FIM.
           EXIT.

       P607-COMPARA-OPERADOR.
           IF WS-OP-ID (WS-INDICE) EQUAL WS-AV-OPERADOR THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P607-COMPARA-OPERADOR-FIM.

      *ITEM NOVO ENTRA PENDENTE; ITEM QUE JA ESTAVA NA LISTA SOMA UM
      *MES (SO NA PRIMEIRA APURACAO DO MES) E, SE TINHA SIDO TRATADO,
      *VOLTA A PENDENTE. SEM SOLUCAO CONTINUA SEM SOLUCAO.
       P610-GRAVA-LISTA.
           MOVE WS-AV-TIPO TO TP-CADASTRO-QUA.
           MOVE WS-AV-ID   TO ID-CADASTRO-QUA.
           READ QUALISTA
               INVALID KEY
                   MOVE WS-AV-NOME     TO NM-CADASTRO-QUA
                   MOVE WS-AV-CURSO    TO ID-CURSO-QUA
                   MOVE WS-AV-OPERADOR TO ID-OPERADOR-QUA
                   MOVE WS-AV-PONTOS   TO NR-PONTOS-QUA
                   MOVE WS-AV-FALHAS   TO IN-FALHAS-QUA
                   MOVE WS-DH-AA-MES   TO AA-MES-ENTRADA-QUA
                                          AA-MES-APURACAO-QUA
                   MOVE WS-ID-EXECUCAO TO ID-EXECUCAO-QUA
                   MOVE 1              TO QT-MESES-QUA
                   SET ST-QUA-PENDENTE TO TRUE
                   MOVE SPACES         TO ID-OPERADOR-TRAT-QUA
                                          DS-OBSERVACAO-QUA
                   MOVE ZEROS          TO DT-TRATAMENTO-QUA
                   WRITE REG-QUALIDADE
                   END-WRITE
                   ADD 1 TO WS-QT-NOVOS
                   GO TO P610-GRAVA-LISTA-FIM
           END-READ.
           IF AA-MES-ENTRADA-QUA EQUAL WS-DH-AA-MES THEN
               ADD 1 TO WS-QT-NOVOS
           END-IF.
           IF AA-MES-APURACAO-QUA NOT EQUAL WS-DH-AA-MES THEN
               ADD 1 TO QT-MESES-QUA
               MOVE WS-DH-AA-MES TO AA-MES-APURACAO-QUA
               IF ST-QUA-TRATADO THEN
                   SET ST-QUA-PENDENTE TO TRUE
               END-IF
           END-IF.
           MOVE WS-AV-NOME     TO NM-CADASTRO-QUA.
           MOVE WS-AV-CURSO    TO ID-CURSO-QUA.
           MOVE WS-AV-OPERADOR TO ID-OPERADOR-QUA.
           MOVE WS-AV-PONTOS   TO NR-PONTOS-QUA.
           MOVE WS-AV-FALHAS   TO IN-FALHAS-QUA.
           MOVE WS-ID-EXECUCAO TO ID-EXECUCAO-QUA.
           REWRITE REG-QUALIDADE
           END-REWRITE.
       P610-GRAVA-LISTA-FIM.
           EXIT.

      *TIRA DA LISTA O QUE NAO FALHOU NESTA APURACAO (RESOLVIDO).
       P650-LIMPA-LISTA.
           SET WS-EOF-Q-OK TO FALSE.
           MOVE LOW-VALUES TO CH-QUALIDADE.
           START QUALISTA KEY IS NOT LESS THAN CH-QUALIDADE
               INVALID KEY
                   SET WS-EOF-Q-OK TO TRUE
           END-START.
           PERFORM P655-LE-LISTA THRU P655-LE-LISTA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-Q-OK.
       P650-LIMPA-LISTA-FIM.

       P655-LE-LISTA.
           READ QUALISTA NEXT RECORD
               AT END
                   SET WS-EOF-Q-OK TO TRUE
                   GO TO P655-LE-LISTA-FIM
           END-READ.
           IF ID-EXECUCAO-QUA NOT EQUAL WS-ID-EXECUCAO THEN
               DELETE QUALISTA RECORD
               END-DELETE
               ADD 1 TO WS-QT-RESOLVIDOS
           END-IF.
       P655-LE-LISTA-FIM.
           EXIT.

      *GRAVA O RETRATO DO MES. APURACAO REPETIDA NO MESMO MES REGRAVA
      *O RETRATO, SOMANDO OS RESOLVIDOS DAS DUAS.
       P700-GRAVA-HISTORICO.
           MOVE WS-DH-AA-MES TO AA-MES-HIST.
           READ QUAHIST
               INVALID KEY
                   MOVE ZEROS TO QT-RESOLVIDOS-HIST
           END-READ.
           IF WS-FS-H-OK THEN
               ADD QT-RESOLVIDOS-HIST TO WS-QT-RESOLVIDOS
           END-IF.
           MOVE WS-DH-AA-MES     TO AA-MES-HIST.
           MOVE WS-DH-DATA       TO DT-APURACAO-HIST.
           MOVE WS-QT-ALUNOS     TO QT-ALUNOS-HIST.
           MOVE ZEROS            TO VL-MEDIA-ALUNOS-HIST
                                    VL-MEDIA-CONTATOS-HIST.
           IF WS-QT-ALUNOS > ZEROS THEN
               COMPUTE VL-MEDIA-ALUNOS-HIST ROUNDED =
                   WS-SOMA-ALUNOS / WS-QT-ALUNOS
           END-IF.
           MOVE WS-QT-CONTATOS   TO QT-CONTATOS-HIST.
           IF WS-QT-CONTATOS > ZEROS THEN
               COMPUTE VL-MEDIA-CONTATOS-HIST ROUNDED =
                   WS-SOMA-CONTATOS / WS-QT-CONTATOS
           END-IF.
           MOVE WS-QT-VINCULOS   TO QT-VINCULOS-HIST.
           MOVE WS-QT-NA-LISTA   TO QT-NA-LISTA-HIST.
           MOVE WS-QT-NOVOS      TO QT-NOVOS-HIST.
           MOVE WS-QT-RESOLVIDOS TO QT-RESOLVIDOS-HIST.
           PERFORM P702-COPIA-FALHA THRU P702-COPIA-FALHA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 8.
           IF WS-FS-H-OK THEN
               REWRITE REG-QUAHIST
               END-REWRITE
           ELSE
               WRITE REG-QUAHIST
               END-WRITE
           END-IF.
       P700-GRAVA-HISTORICO-FIM.
           EXIT.

       P702-COPIA-FALHA.
           MOVE WS-TF-QT (WS-INDICE) TO QT-FALHA-HIST (WS-INDICE).
       P702-COPIA-FALHA-FIM.

      *RELATORIO NO SPOOL: TENDENCIA, CURSOS, OPERADORES E A LISTA.
       P720-RELATORIO.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'QUALIDADE CADASTRAL - APURACAO DE '
                  WS-DH-DIA '/' WS-DH-MES '/' WS-DH-ANO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P722-TENDENCIA  THRU P722-TENDENCIA-FIM.
           PERFORM P730-CURSOS     THRU P730-CURSOS-FIM.
           PERFORM P740-OPERADORES THRU P740-OPERADORES-FIM.
           PERFORM P750-LISTA      THRU P750-LISTA-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
       P720-RELATORIO-FIM.

       P722-TENDENCIA.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'TENDENCIA DOS ULTIMOS 12 MESES (NOTA MEDIA DE 0 A '
                  '100 E REGISTROS COM FALHA POR VERIFICACAO)'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'AAAA/MM ALUNOS  MEDIA CONTAT  MEDIA VINCUL  LISTA'
                  '  NOVOS RESOLV'
                  WS-CAB-FALHAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-DH-MES EQUAL 12 THEN
               MOVE WS-DH-ANO TO WS-AM-ANO
               MOVE 1         TO WS-AM-MES
           ELSE
               COMPUTE WS-AM-ANO = WS-DH-ANO - 1
               COMPUTE WS-AM-MES = WS-DH-MES + 1
           END-IF.
           MOVE WS-AA-MES-INICIO TO AA-MES-HIST.
           SET WS-EOF-H-OK TO FALSE.
           START QUAHIST KEY IS NOT LESS THAN AA-MES-HIST
               INVALID KEY
                   SET WS-EOF-H-OK TO TRUE
           END-START.
           PERFORM P724-LE-HISTORICO THRU P724-LE-HISTORICO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-H-OK.
       P722-TENDENCIA-FIM.

       P724-LE-HISTORICO.
           READ QUAHIST NEXT RECORD
               AT END
                   SET WS-EOF-H-OK TO TRUE
                   GO TO P724-LE-HISTORICO-FIM
           END-READ.
           IF AA-MES-HIST IS GREATER THAN WS-DH-AA-MES THEN
               SET WS-EOF-H-OK TO TRUE
               GO TO P724-LE-HISTORICO-FIM
           END-IF.
           MOVE AA-MES-HIST (1:4)      TO WS-LT-ANO.
           MOVE AA-MES-HIST (5:2)      TO WS-LT-MES.
           MOVE QT-ALUNOS-HIST         TO WS-LT-ALUNOS.
           MOVE VL-MEDIA-ALUNOS-HIST   TO WS-LT-MED-ALU.
           MOVE QT-CONTATOS-HIST       TO WS-LT-CONTATOS.
           MOVE VL-MEDIA-CONTATOS-HIST TO WS-LT-MED-CON.
           MOVE QT-VINCULOS-HIST       TO WS-LT-VINCULOS.
           MOVE QT-NA-LISTA-HIST       TO WS-LT-LISTA.
           MOVE QT-NOVOS-HIST          TO WS-LT-NOVOS.
           MOVE QT-RESOLVIDOS-HIST     TO WS-LT-RESOLVIDOS.
           PERFORM P726-FALHA-TENDENCIA
                   THRU P726-FALHA-TENDENCIA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 8.
           MOVE WS-LR-TENDENCIA TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P724-LE-HISTORICO-FIM.
           EXIT.

       P726-FALHA-TENDENCIA.
           MOVE SPACE TO WS-LT-COL-FALHA (WS-INDICE) (1:1).
           MOVE QT-FALHA-HIST (WS-INDICE) TO WS-LT-FALHA (WS-INDICE).
       P726-FALHA-TENDENCIA-FIM.

       P730-CURSOS.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'RESUMO POR CURSO (CADASTROS AVALIADOS, NOTA MEDIA, '
                  'ITENS NA LISTA E FALHAS POR VERIFICACAO)'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CD CURSO                          CADAST  MEDIA '
                  ' LISTA' WS-CAB-FALHAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P732-LINHA-GRUPO THRU P732-LINHA-GRUPO-FIM
                   VARYING WS-INDICE-2 FROM 1 BY 1
                   UNTIL WS-INDICE-2 > 102.
       P730-CURSOS-FIM.

       P732-LINHA-GRUPO.
           IF WS-GR-QT (WS-INDICE-2) EQUAL ZEROS THEN
               GO TO P732-LINHA-GRUPO-FIM
           END-IF.
           EVALUATE WS-INDICE-2
               WHEN 101
                   MOVE 'CT' TO WS-LG-CODIGO
                   MOVE 'CONTATOS E RESPONSAVEIS' TO WS-LG-NOME
               WHEN 102
                   MOVE 'VN' TO WS-LG-CODIGO
                   MOVE 'VINCULOS ALUNO/CONTATO' TO WS-LG-NOME
               WHEN 1
                   MOVE '00' TO WS-LG-CODIGO
                   MOVE '(ALUNOS SEM CURSO)' TO WS-LG-NOME
               WHEN OTHER
                   COMPUTE ID-CURSO OF REG-CURSO = WS-INDICE-2 - 1
                   MOVE ID-CURSO OF REG-CURSO TO WS-LG-CODIGO
                   MOVE '(CURSO NAO CADASTRADO)' TO WS-LG-NOME
                   IF WS-CU-ABERTO-OK THEN
                       READ CURSO
                           NOT INVALID KEY
                               MOVE NM-CURSO TO WS-LG-NOME
                       END-READ
                   END-IF
           END-EVALUATE.
           MOVE WS-GR-QT (WS-INDICE-2) TO WS-LG-QT.
           COMPUTE WS-MEDIA ROUNDED =
               WS-GR-SOMA (WS-INDICE-2) / WS-GR-QT (WS-INDICE-2).
           MOVE WS-MEDIA TO WS-LG-MEDIA.
           MOVE WS-GR-LISTA (WS-INDICE-2) TO WS-LG-LISTA.
           PERFORM P734-FALHA-GRUPO THRU P734-FALHA-GRUPO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 8.
           MOVE WS-LR-GRUPO TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P732-LINHA-GRUPO-FIM.
           EXIT.

       P734-FALHA-GRUPO.
           MOVE SPACE TO WS-LG-COL-FALHA (WS-INDICE) (1:1).
           MOVE WS-GR-FALHA (WS-INDICE-2 WS-INDICE)
                TO WS-LG-FALHA (WS-INDICE).
       P734-FALHA-GRUPO-FIM.

       P740-OPERADORES.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'RESUMO POR OPERADOR DA ULTIMA ALTERACAO NA AUDITORIA'
                TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'OPERADOR   CADAST  MEDIA  LISTA' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P742-LINHA-OPERADOR THRU P742-LINHA-OPERADOR-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-OPERADORES.
       P740-OPERADORES-FIM.

       P742-LINHA-OPERADOR.
           IF WS-OP-ID (WS-INDICE) EQUAL SPACES THEN
               MOVE '(SEM REG.)' TO WS-LO-ID
           ELSE
               MOVE WS-OP-ID (WS-INDICE) TO WS-LO-ID
           END-IF.
           MOVE WS-OP-QT (WS-INDICE) TO WS-LO-QT.
           COMPUTE WS-MEDIA ROUNDED =
               WS-OP-SOMA (WS-INDICE) / WS-OP-QT (WS-INDICE).
           MOVE WS-MEDIA TO WS-LO-MEDIA.
           MOVE WS-OP-LISTA (WS-INDICE) TO WS-LO-LISTA.
           MOVE WS-LR-OPERADOR TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P742-LINHA-OPERADOR-FIM.

       P750-LISTA.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'LISTA DE TRABALHO (S: P=PENDENTE, T=TRATADO, '
                  'S=SEM SOLUCAO; MES = MESES SEGUIDOS NA LISTA)'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'T CODIGO       NOME                 CU OPERADOR   '
                  'PTS MES S FALHAS'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           SET WS-EOF-Q-OK TO FALSE.
           MOVE LOW-VALUES TO CH-QUALIDADE.
           START QUALISTA KEY IS NOT LESS THAN CH-QUALIDADE
               INVALID KEY
                   SET WS-EOF-Q-OK TO TRUE
           END-START.
           PERFORM P752-LE-ITEM THRU P752-LE-ITEM-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-Q-OK.
       P750-LISTA-FIM.

       P752-LE-ITEM.
           READ QUALISTA NEXT RECORD
               AT END
                   SET WS-EOF-Q-OK TO TRUE
                   GO TO P752-LE-ITEM-FIM
           END-READ.
           MOVE TP-CADASTRO-QUA TO WS-LI-TIPO.
           MOVE SPACES TO WS-LI-CODIGO.
           EVALUATE TRUE
               WHEN TP-QUA-ALUNO
                   MOVE ID-CADASTRO-QUA TO WS-CODIGO-05
                   MOVE WS-CODIGO-05    TO WS-LI-CODIGO
               WHEN TP-QUA-CONTATO
                   MOVE ID-CADASTRO-QUA TO WS-CODIGO-06
                   MOVE WS-CODIGO-06    TO WS-LI-CODIGO
               WHEN OTHER
                   STRING ID-ALUNO-VINC-QUA '/' ID-CONTATO-VINC-QUA
                          DELIMITED BY SIZE
                          INTO WS-LI-CODIGO
                   END-STRING
           END-EVALUATE.
           MOVE NM-CADASTRO-QUA TO WS-LI-NOME.
           MOVE ID-CURSO-QUA    TO WS-LI-CURSO.
           MOVE ID-OPERADOR-QUA TO WS-LI-OPERADOR.
           MOVE NR-PONTOS-QUA   TO WS-LI-PONTOS.
           MOVE QT-MESES-QUA    TO WS-LI-MESES.
           MOVE ST-QUALIDADE    TO WS-LI-STATUS.
           MOVE SPACES TO WS-LI-FALHAS.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM P754-ROTULO-FALHA THRU P754-ROTULO-FALHA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 8.
           MOVE WS-LR-ITEM TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P752-LE-ITEM-FIM.
           EXIT.

       P754-ROTULO-FALHA.
           IF IN-FALHA-QUA (WS-INDICE) EQUAL 'S' THEN
               STRING FUNCTION TRIM (WS-ROTULO (WS-INDICE))
                      DELIMITED BY SIZE
                      ' '  DELIMITED BY SIZE
                      INTO WS-LI-FALHAS
                      WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
       P754-ROTULO-FALHA-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTQUALID'      TO WS-SP-RELATORIO.
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
           CLOSE ALUNOS.
           CLOSE CONTATOS.
           CLOSE RESPONSAVEIS.
           CLOSE QUALISTA.
           CLOSE QUAHIST.
           CLOSE QUATRAB.
           IF WS-AUD-ABERTO-OK THEN
               CLOSE AUDITORIA
           END-IF.
           IF WS-PRF-ABERTO-OK THEN
               CLOSE NOTPREF
           END-IF.
           IF WS-CU-ABERTO-OK THEN
               CLOSE CURSO
           END-IF.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS CONTATOS..: ' WS-FS-C
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALURESP...: ' WS-FS-V
           END-DISPLAY.
           DISPLAY 'FILE STATUS QUALISTA..: ' WS-FS-Q
           END-DISPLAY.
           DISPLAY 'FILE STATUS QUAHIST...: ' WS-FS-H
           END-DISPLAY.
           DISPLAY 'FILE STATUS QUATRAB...: ' WS-FS-T
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-DH-EXECUCAO   TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR  TO WS-JL-OPERADOR.
           COMPUTE WS-JL-QTD-LIDOS =
               WS-QT-ALUNOS + WS-QT-CONTATOS + WS-QT-VINCULOS.
           MOVE WS-QT-NA-LISTA   TO WS-JL-QTD-GRAVADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTQUALID.
