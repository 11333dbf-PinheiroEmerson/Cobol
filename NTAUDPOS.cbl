      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      21/09/2023.
      * Purpose:   RECONSTRUCAO DE UM REGISTRO NUMA DATA/HORA PASSADA
      *            PELA AUDITORIA - DADOS O ARQUIVO AUDITADO, A CHAVE E
      *            O MOMENTO, PERCORRE OS ARQUIVOS ANUAIS DO
      *            ARQUIVAMENTO (AUDITAAAA.DAT, NTAUDARC) DO ANO DO
      *            MOMENTO EM DIANTE E O AUDITORIA.DAT CORRENTE, E
      *            DESFAZ DE TRAS PARA FRENTE, A PARTIR DO REGISTRO
      *            ATUAL, CADA ALTERACAO POSTERIOR AO MOMENTO (A IMAGEM
      *            ANTES DE UMA ALTERACAO E A POSICAO QUE ELA
      *            ENCONTROU). IMPRIME NO SPOOL (PGSPOOL), COMO PROVA,
      *            O REGISTRO COMO ESTAVA NO MOMENTO, A LISTA DAS
      *            ALTERACOES DESDE ENTAO COM QUEM AS FEZ, E A
      *            CONFERENCIA DO ENCADEAMENTO DAS IMAGENS ATE O
      *            REGISTRO ATUAL (IMAGEM QUE NAO EMENDA NA SEGUINTE
      *            APONTA ALTERACAO FORA DA AUDITORIA OU ARQUIVO ANUAL
      *            FALTANDO). SO CONSULTA: NAO GRAVA NOS MESTRES NEM NA
      *            AUDITORIA. O REGISTRO ATUAL E LIDO NO PROPRIO MESTRE
      *            PARA CONTATOS, ALUNOS, MATERIAS E ALUTODOS; PARA OS
      *            DEMAIS ARQUIVOS, E A ULTIMA IMAGEM DA AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTAUDPOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

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

           SELECT CONTATOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CONTATO
           FILE  STATUS IS WS-FS-C.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT TODOS-ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
           COPY CFPK0006.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  CONTATOS.
           COPY FD_CONTT.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  TODOS-ALUNOS.
           COPY CFPK0004.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-MOMENTO            PIC 9(14).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

      *CRITERIOS DA RECONSTRUCAO: ARQUIVO AUDITADO, CHAVE E MOMENTO
      *(DATA AAAAMMDD + HORA HHMMSS; HORA ZERO = FIM DO DIA).
       77  WS-FT-ARQUIVO               PIC X(10) VALUE SPACES.
       77  WS-FT-CHAVE                 PIC X(20) VALUE SPACES.
       01  WS-FT-MOMENTO.
           03 WS-FT-DATA.
               05 WS-FT-ANO            PIC 9(04).
               05 WS-FT-MES            PIC 9(02).
               05 WS-FT-DIA            PIC 9(02).
           03 WS-FT-HORA.
               05 WS-FT-HH             PIC 9(02).
               05 WS-FT-MI             PIC 9(02).
               05 WS-FT-SS             PIC 9(02).
       01  FILLER REDEFINES WS-FT-MOMENTO.
           03 WS-FT-MOMENTO-N          PIC 9(14).
       77  WS-DATA-DIGITADA            PIC 9(08) VALUE ZEROS.
       77  WS-HORA-DIGITADA            PIC 9(06) VALUE ZEROS.

      *MOMENTO (DATA+HORA) DO REGISTRO DE AUDITORIA LIDO.
       01  WS-MOMENTO-REG              PIC 9(14) VALUE ZEROS.

      *ARQUIVO DE AUDITORIA DA VEZ: ANUAL (ANO) OU CORRENTE (ZEROS).
       77  WS-ANO-ARQUIVO              PIC 9(04) VALUE ZEROS.
       77  WS-NOME-ARQUIVO             PIC X(20) VALUE SPACES.
       77  WS-PASSO                    PIC 9(01) VALUE ZEROS.
           88 WS-PASSO-APURA           VALUE 1.
           88 WS-PASSO-IMPRIME         VALUE 2.
       77  WS-QTD-ANUAIS-FALTANDO      PIC 9(02) VALUE ZEROS.

      *REGISTRO ATUAL: LIDO NO MESTRE (ARQUIVOS CONHECIDOS) OU
      *TOMADO DA ULTIMA IMAGEM DA AUDITORIA.
       01  WS-IMAGEM-ATUAL             PIC X(250) VALUE SPACES.
       77  WS-ATUAL-DO-MESTRE          PIC X.
           88 WS-ATUAL-DO-MESTRE-OK    VALUE 'S' FALSE 'N'.

      *POSICAO NO MOMENTO E A ORIGEM DELA.
       01  WS-IMAGEM-MOMENTO           PIC X(250) VALUE SPACES.
       77  WS-POSICAO-CONHECIDA        PIC X.
           88 WS-POSICAO-CONHECIDA-OK  VALUE 'S' FALSE 'N'.

      *ULTIMA ALTERACAO ATE O MOMENTO (INCLUSIVE), NOS ARQUIVOS LIDOS.
       77  WS-ACHOU-ANTERIOR           PIC X.
           88 WS-ACHOU-ANTERIOR-OK     VALUE 'S' FALSE 'N'.
       01  WS-IMAGEM-ANTERIOR          PIC X(250) VALUE SPACES.
       01  WS-ANTERIOR.
           03 WS-ANT-DATA              PIC 9(08).
           03 WS-ANT-HORA              PIC 9(06).
           03 WS-ANT-OPERACAO          PIC X(10).
           03 WS-ANT-OPERADOR          PIC X(10).

      *PRIMEIRA ALTERACAO DEPOIS DO MOMENTO: A IMAGEM ANTES DELA E A
      *POSICAO PROCURADA.
       77  WS-ACHOU-POSTERIOR          PIC X.
           88 WS-ACHOU-POSTERIOR-OK    VALUE 'S' FALSE 'N'.
       01  WS-POSTERIOR.
           03 WS-POS-DATA              PIC 9(08).
           03 WS-POS-HORA              PIC 9(06).
           03 WS-POS-OPERACAO          PIC X(10).
           03 WS-POS-OPERADOR          PIC X(10).

      *CONFERENCIA DO ENCADEAMENTO NA IMPRESSAO DAS ALTERACOES: A
      *IMAGEM ANTES DE CADA UMA TEM QUE SER A DEPOIS DA ANTERIOR.
       01  WS-IMAGEM-ENCADEADA         PIC X(250) VALUE SPACES.
       01  WS-IMAGEM-ULTIMA            PIC X(250) VALUE SPACES.
       77  WS-QTD-ALTERACOES           PIC 9(04) VALUE ZEROS.
       77  WS-QTD-IMPRESSAS            PIC 9(04) VALUE ZEROS.
       77  WS-QTD-DIVERGENCIAS         PIC 9(04) VALUE ZEROS.

      *AREA DE DECODIFICACAO DAS IMAGENS, COMO NA CONSULTA DA
      *AUDITORIA (NTAUDCON): A IMAGEM E COPIADA PARA WS-IMAGEM E LIDA
      *PELO REDEFINES DO LAYOUT DO ARQUIVO AUDITADO.
       01  WS-TITULO-IMAGEM            PIC X(08) VALUE SPACES.

       01  WS-IMAGEM                   PIC X(250) VALUE SPACES.

       01  FILLER REDEFINES WS-IMAGEM.
           03 WS-IM-CT-ID              PIC 9(06).
           03 WS-IM-CT-NOME            PIC X(20).
           03 WS-IM-CT-EMAIL           PIC X(40).
           03 WS-IM-CT-RUA             PIC X(30).
           03 WS-IM-CT-BAIRRO          PIC X(20).
           03 WS-IM-CT-CIDADE          PIC X(20).
           03 WS-IM-CT-UF              PIC X(02).
           03 WS-IM-CT-CEP             PIC 9(08).
           03 WS-IM-CT-CPF             PIC 9(11).
           03 FILLER                   PIC X(93).

       01  FILLER REDEFINES WS-IMAGEM.
           03 WS-IM-AL-ID              PIC 9(05).
           03 WS-IM-AL-NOME            PIC X(20).
           03 WS-IM-AL-FONE            PIC X(11).
           03 WS-IM-AL-NASC            PIC 9(08).
           03 WS-IM-AL-CPF             PIC 9(11).
           03 WS-IM-AL-PAIS            PIC X(02).
           03 WS-IM-AL-RUA             PIC X(30).
           03 WS-IM-AL-BAIRRO          PIC X(20).
           03 WS-IM-AL-CIDADE          PIC X(20).
           03 WS-IM-AL-UF              PIC X(02).
           03 WS-IM-AL-CEP             PIC 9(08).
           03 WS-IM-AL-MENSALIDADE     PIC X(10).
           03 WS-IM-AL-FONE-ADIC1      PIC X(11).
           03 WS-IM-AL-FONE-ADIC2      PIC X(11).
           03 WS-IM-AL-CURSO           PIC 9(02).
           03 WS-IM-AL-SITUACAO        PIC X(10).
           03 WS-IM-AL-INGRESSO        PIC 9(04).
           03 WS-IM-AL-UNIDADE         PIC 9(02).
           03 FILLER                   PIC X(63).

       01  FILLER REDEFINES WS-IMAGEM.
           03 WS-IM-MT-ID              PIC 9(05).
           03 WS-IM-MT-ANO             PIC 9(04).
           03 WS-IM-MT-SEMESTRE        PIC 9(01).
           03 WS-IM-MT-NOME            PIC X(20).
           03 WS-IM-MT-NT-APROV        PIC 9(02)V99.
           03 WS-IM-MT-QT-AVAL         PIC 9(02).
           03 WS-IM-MT-MG-RECUP        PIC 9(02)V99.
           03 WS-IM-MT-FR-MINIMA       PIC 9(03)V99.
           03 WS-IM-MT-MX-VAGAS        PIC 9(03).
           03 WS-IM-MT-PROFESSOR       PIC 9(03).
           03 WS-IM-MT-OCUPADAS        PIC 9(03).
           03 WS-IM-MT-CH-HORAS        PIC 9(03).
           03 FILLER                   PIC X(193).

       01  FILLER REDEFINES WS-IMAGEM.
           03 WS-IM-TD-ID-ALUNO        PIC 9(05).
           03 WS-IM-TD-ID-MATERIA      PIC 9(05).
           03 WS-IM-TD-ANO             PIC 9(04).
           03 WS-IM-TD-SEMESTRE        PIC 9(01).
           03 WS-IM-TD-NM-ALUNO        PIC X(20).
           03 WS-IM-TD-FONE            PIC X(11).
           03 WS-IM-TD-NM-MATERIA      PIC X(20).
           03 WS-IM-TD-NT-APROV        PIC 9(02)V99.
           03 WS-IM-TD-MEDIA           PIC 9(02)V99.
           03 WS-IM-TD-SITUACAO        PIC X(10).
           03 WS-IM-TD-TURMA           PIC X(04).
           03 WS-IM-TD-FREQUENCIA      PIC 9(03)V99.
           03 WS-IM-TD-EXTERNO         PIC X(01).
           03 FILLER                   PIC X(156).

      *MASCARAS DE NOTA E PERCENTUAL PARA A IMPRESSAO.
       77  WS-MSK-NOTA-1               PIC Z9,99.
       77  WS-MSK-NOTA-2               PIC Z9,99.
       77  WS-MSK-PERC                 PIC ZZ9,99.

      *AREA DA VALIDACAO DE DATA (PGDTAVAL).
       01  WS-PARM-VALIDA-DATA.
           03 WS-VD-DATA               PIC X(10).
           03 WS-VD-VALIDA             PIC 9(01).
               88 WS-VD-VALIDA-OK      VALUE 1.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *(60 LINHAS POR PAGINA, COMO NO NTFINCAI).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.
       77  WS-PONTEIRO                 PIC 9(03) VALUE ZEROS.

       77  WS-CRITERIO-OK              PIC X.
           88 WS-CRITERIO-VALIDO       VALUE 'S' FALSE 'N'.

       77  WS-EOF-AUD                  PIC X.
           88 WS-EOF-AUD-OK            VALUE 'S' FALSE 'N'.

       77  WS-EXIT                     PIC X.
           88 WS-EXIT-OK               VALUE 'S' FALSE 'N'.

       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.
       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.

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
                   UNTIL WS-EXIT-OK.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-AUD WS-FS-A WS-FS-C WS-FS-M WS-FS-T
                      WS-FS-SPL WS-FT-ARQUIVO WS-FT-CHAVE
                      WS-FT-MOMENTO WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EXIT-OK TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTODOS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P100-INICIO-FIM.

      *MONTA O CAMINHO DO ARQUIVO DE AUDITORIA DA VEZ: O ANUAL DO
      *ARQUIVAMENTO (AUDITAAAA.DAT) OU, COM ANO ZERO, O CORRENTE.
       P015-MONTA-CAMINHO-AUDITORIA.
           MOVE SPACES TO WS-NOME-ARQUIVO.
           IF WS-ANO-ARQUIVO EQUAL ZEROS THEN
               MOVE 'AUDITORIA.DAT' TO WS-NOME-ARQUIVO
           ELSE
               STRING 'AUDIT' WS-ANO-ARQUIVO '.DAT' DELIMITED BY SIZE
                      INTO WS-NOME-ARQUIVO
               END-STRING
           END-IF.
           MOVE SPACES TO WS-CFG-CAMINHO-01.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\'              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOME-ARQUIVO)    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
       P015-MONTA-CAMINHO-AUDITORIA-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA THRU P430-MONTA-TELA-FIM.
           IF WS-CRITERIO-VALIDO THEN
               PERFORM P250-RECONSTROI THRU P250-RECONSTROI-FIM
           END-IF.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> PARA OUTRA RECONSTRUCAO, OU'
                   ' <S> PARA SAIR'
           END-DISPLAY.
           ACCEPT WS-EXIT
           END-ACCEPT.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           SET WS-CRITERIO-VALIDO TO FALSE.
           DISPLAY 'RECONSTRUCAO DE REGISTRO PELA AUDITORIA. INFORME:'
           END-DISPLAY.
           DISPLAY 'O ARQUIVO (CONTATOS/ALUNOS/MATERIAS/ALUTODOS...): '
           END-DISPLAY.
           ACCEPT WS-FT-ARQUIVO
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE (WS-FT-ARQUIVO) TO WS-FT-ARQUIVO.
           DISPLAY 'A CHAVE DO REGISTRO (COMO GRAVADA NA AUDITORIA): '
           END-DISPLAY.
           ACCEPT WS-FT-CHAVE
           END-ACCEPT.
           DISPLAY 'A DATA DO MOMENTO (AAAAMMDD)....................: '
           END-DISPLAY.
           ACCEPT WS-DATA-DIGITADA
           END-ACCEPT.
           MOVE WS-DATA-DIGITADA TO WS-FT-DATA.
           DISPLAY 'A HORA DO MOMENTO (HHMMSS, 0 = FIM DO DIA)......: '
           END-DISPLAY.
           ACCEPT WS-HORA-DIGITADA
           END-ACCEPT.
           MOVE WS-HORA-DIGITADA TO WS-FT-HORA.
           IF WS-FT-ARQUIVO EQUAL SPACES OR
              WS-FT-CHAVE EQUAL SPACES THEN
               DISPLAY 'ARQUIVO E CHAVE SAO OBRIGATORIOS.'
               END-DISPLAY
               GO TO P430-MONTA-TELA-FIM
           END-IF.
           MOVE ZERO   TO WS-VD-VALIDA.
           MOVE SPACES TO WS-VD-DATA.
           STRING WS-FT-DIA '/' WS-FT-MES '/' WS-FT-ANO
                  DELIMITED BY SIZE
                  INTO WS-VD-DATA
           END-STRING.
           CALL 'PGDTAVAL' USING WS-PARM-VALIDA-DATA.
           IF NOT WS-VD-VALIDA-OK THEN
               DISPLAY 'DATA INVALIDA.'
               END-DISPLAY
               GO TO P430-MONTA-TELA-FIM
           END-IF.
           IF WS-FT-HORA EQUAL ZEROS THEN
               MOVE 235959 TO WS-FT-HORA
           END-IF.
           IF WS-FT-HH > 23 OR WS-FT-MI > 59 OR WS-FT-SS > 59 THEN
               DISPLAY 'HORA INVALIDA.'
               END-DISPLAY
               GO TO P430-MONTA-TELA-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           IF WS-FT-MOMENTO-N IS NOT LESS THAN WS-DH-MOMENTO THEN
               DISPLAY 'O MOMENTO TEM QUE SER ANTERIOR AO ATUAL.'
               END-DISPLAY
               GO TO P430-MONTA-TELA-FIM
           END-IF.
           SET WS-CRITERIO-VALIDO TO TRUE.
       P430-MONTA-TELA-FIM.
           EXIT.

      *PASSO 1 APURA, NOS ARQUIVOS DE AUDITORIA, A ULTIMA ALTERACAO
      *ATE O MOMENTO E A PRIMEIRA DEPOIS DELE; COM O REGISTRO ATUAL,
      *DEFINE A POSICAO NO MOMENTO. PASSO 2 IMPRIME A POSICAO E
      *RELE OS ARQUIVOS IMPRIMINDO AS ALTERACOES POSTERIORES E
      *CONFERINDO O ENCADEAMENTO DAS IMAGENS ATE O REGISTRO ATUAL.
       P250-RECONSTROI.
           SET WS-ACHOU-ANTERIOR-OK   TO FALSE.
           SET WS-ACHOU-POSTERIOR-OK  TO FALSE.
           SET WS-POSICAO-CONHECIDA-OK TO FALSE.
           MOVE SPACES TO WS-IMAGEM-ANTERIOR WS-IMAGEM-MOMENTO
                          WS-IMAGEM-ULTIMA WS-IMAGEM-ENCADEADA.
           INITIALIZE WS-ANTERIOR WS-POSTERIOR
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE ZEROS TO WS-QTD-ALTERACOES WS-QTD-IMPRESSAS
                         WS-QTD-DIVERGENCIAS WS-QTD-ANUAIS-FALTANDO.
           PERFORM P260-LE-ATUAL THRU P260-LE-ATUAL-FIM.
           MOVE 1 TO WS-PASSO.
           PERFORM P300-VARRE-AUDITORIA THRU P300-VARRE-AUDITORIA-FIM.
           IF NOT WS-ATUAL-DO-MESTRE-OK THEN
               MOVE WS-IMAGEM-ULTIMA TO WS-IMAGEM-ATUAL
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACHOU-POSTERIOR-OK
                   SET WS-POSICAO-CONHECIDA-OK TO TRUE
               WHEN WS-ATUAL-DO-MESTRE-OK
                   MOVE WS-IMAGEM-ATUAL    TO WS-IMAGEM-MOMENTO
                   SET WS-POSICAO-CONHECIDA-OK TO TRUE
               WHEN WS-ACHOU-ANTERIOR-OK
                   MOVE WS-IMAGEM-ANTERIOR TO WS-IMAGEM-MOMENTO
                   SET WS-POSICAO-CONHECIDA-OK TO TRUE
           END-EVALUATE.
           PERFORM P800-ABRE-SPOOL THRU P800-ABRE-SPOOL-FIM.
           PERFORM P500-IMPRIME-CABECALHO
                   THRU P500-IMPRIME-CABECALHO-FIM.
           PERFORM P520-IMPRIME-POSICAO THRU P520-IMPRIME-POSICAO-FIM.
           MOVE 'ALTERACOES POSTERIORES AO MOMENTO, NA ORDEM EM QUE '
                TO WS-LINHA-REL.
           MOVE 'FORAM FEITAS:' TO WS-LINHA-REL (52:13).
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-IMAGEM-MOMENTO TO WS-IMAGEM-ENCADEADA.
           MOVE 2 TO WS-PASSO.
           PERFORM P300-VARRE-AUDITORIA THRU P300-VARRE-AUDITORIA-FIM.
           IF WS-QTD-IMPRESSAS EQUAL ZEROS THEN
               MOVE '  NENHUMA.' TO WS-LINHA-REL
               PERFORM P805-GRAVA-LINHA-SPOOL
                       THRU P805-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           PERFORM P560-IMPRIME-CONFERENCIA
                   THRU P560-IMPRIME-CONFERENCIA-FIM.
           PERFORM P810-FECHA-SPOOL THRU P810-FECHA-SPOOL-FIM.
       P250-RECONSTROI-FIM.

      *LE O REGISTRO ATUAL NO MESTRE, QUANDO O ARQUIVO E UM DOS
      *MESTRES CONHECIDOS E A CHAVE TEM O FORMATO DELE. REGISTRO
      *AUSENTE NO MESTRE FICA EM BRANCOS (EXCLUIDO).
       P260-LE-ATUAL.
           SET WS-ATUAL-DO-MESTRE-OK TO FALSE.
           MOVE SPACES TO WS-IMAGEM-ATUAL.
           EVALUATE WS-FT-ARQUIVO
               WHEN 'ALUNOS'
                   IF WS-FT-CHAVE (1:5) IS NUMERIC AND
                      WS-FT-CHAVE (6:15) EQUAL SPACES THEN
                       PERFORM P262-LE-ALUNO THRU P262-LE-ALUNO-FIM
                   END-IF
               WHEN 'CONTATOS'
                   IF WS-FT-CHAVE (1:6) IS NUMERIC AND
                      WS-FT-CHAVE (7:14) EQUAL SPACES THEN
                       PERFORM P264-LE-CONTATO THRU P264-LE-CONTATO-FIM
                   END-IF
               WHEN 'MATERIAS'
                   IF WS-FT-CHAVE (1:10) IS NUMERIC AND
                      WS-FT-CHAVE (11:10) EQUAL SPACES THEN
                       PERFORM P266-LE-MATERIA THRU P266-LE-MATERIA-FIM
                   END-IF
               WHEN 'ALUTODOS'
                   IF WS-FT-CHAVE (1:15) IS NUMERIC AND
                      WS-FT-CHAVE (16:5) EQUAL SPACES THEN
                       PERFORM P268-LE-TODOS THRU P268-LE-TODOS-FIM
                   END-IF
           END-EVALUATE.
       P260-LE-ATUAL-FIM.

       P262-LE-ALUNO.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               GO TO P262-LE-ALUNO-FIM
           END-IF.
           SET WS-ATUAL-DO-MESTRE-OK TO TRUE.
           MOVE WS-FT-CHAVE (1:5) TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-ALUNO TO WS-IMAGEM-ATUAL
           END-READ.
           CLOSE ALUNOS.
       P262-LE-ALUNO-FIM.
           EXIT.

       P264-LE-CONTATO.
           OPEN INPUT CONTATOS.
           IF NOT WS-FS-C-OK THEN
               GO TO P264-LE-CONTATO-FIM
           END-IF.
           SET WS-ATUAL-DO-MESTRE-OK TO TRUE.
           MOVE WS-FT-CHAVE (1:6) TO ID-CONTATO.
           READ CONTATOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-CONTATOS TO WS-IMAGEM-ATUAL
           END-READ.
           CLOSE CONTATOS.
       P264-LE-CONTATO-FIM.
           EXIT.

       P266-LE-MATERIA.
           OPEN INPUT MATERIAS.
           IF NOT WS-FS-M-OK THEN
               GO TO P266-LE-MATERIA-FIM
           END-IF.
           SET WS-ATUAL-DO-MESTRE-OK TO TRUE.
           MOVE WS-FT-CHAVE (1:10) TO CH-MATERIA.
           READ MATERIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-MATERIA TO WS-IMAGEM-ATUAL
           END-READ.
           CLOSE MATERIAS.
       P266-LE-MATERIA-FIM.
           EXIT.

       P268-LE-TODOS.
           OPEN INPUT TODOS-ALUNOS.
           IF NOT WS-FS-T-OK THEN
               GO TO P268-LE-TODOS-FIM
           END-IF.
           SET WS-ATUAL-DO-MESTRE-OK TO TRUE.
           MOVE WS-FT-CHAVE (1:15) TO CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-TODOS TO WS-IMAGEM-ATUAL
           END-READ.
           CLOSE TODOS-ALUNOS.
       P268-LE-TODOS-FIM.
           EXIT.

      *PERCORRE, EM ORDEM CRONOLOGICA, OS ARQUIVOS ANUAIS DO ANO DO
      *MOMENTO ATE O ANO CORRENTE E DEPOIS O AUDITORIA.DAT (O
      *ARQUIVAMENTO SO TIRA DO CORRENTE OS REGISTROS MAIS ANTIGOS, DE
      *MODO QUE NENHUMA ALTERACAO POSTERIOR AO MOMENTO FICA ANTES DO
      *ANO DELE).
       P300-VARRE-AUDITORIA.
           PERFORM P310-LE-ARQUIVO THRU P310-LE-ARQUIVO-FIM
                   VARYING WS-ANO-ARQUIVO FROM WS-FT-ANO BY 1
                   UNTIL WS-ANO-ARQUIVO > WS-DH-ANO.
           MOVE ZEROS TO WS-ANO-ARQUIVO.
           PERFORM P310-LE-ARQUIVO THRU P310-LE-ARQUIVO-FIM.
       P300-VARRE-AUDITORIA-FIM.

       P310-LE-ARQUIVO.
           PERFORM P015-MONTA-CAMINHO-AUDITORIA
                   THRU P015-MONTA-CAMINHO-AUDITORIA-FIM.
           SET WS-EOF-AUD-OK TO FALSE.
           OPEN INPUT AUDITORIA.
           IF NOT WS-FS-AUD-OK THEN
               IF WS-PASSO-IMPRIME THEN
                   STRING '  (' FUNCTION TRIM (WS-NOME-ARQUIVO)
                          ' NAO ENCONTRADO)' DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
                   PERFORM P805-GRAVA-LINHA-SPOOL
                           THRU P805-GRAVA-LINHA-SPOOL-FIM
                   ADD 1 TO WS-QTD-ANUAIS-FALTANDO
               END-IF
               GO TO P310-LE-ARQUIVO-FIM
           END-IF.
           PERFORM P320-LE-REGISTRO THRU P320-LE-REGISTRO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-AUD-OK.
           CLOSE AUDITORIA.
       P310-LE-ARQUIVO-FIM.
           EXIT.

       P320-LE-REGISTRO.
           READ AUDITORIA
               AT END
                   SET WS-EOF-AUD-OK TO TRUE
                   GO TO P320-LE-REGISTRO-FIM
           END-READ.
           IF NM-ARQUIVO-AUDITORIA NOT EQUAL WS-FT-ARQUIVO OR
              CH-REGISTRO-AUDITORIA NOT EQUAL WS-FT-CHAVE THEN
               GO TO P320-LE-REGISTRO-FIM
           END-IF.
           MOVE DT-AUDITORIA TO WS-MOMENTO-REG (1:8).
           MOVE HR-AUDITORIA TO WS-MOMENTO-REG (9:6).
           IF WS-PASSO-APURA THEN
               PERFORM P330-APURA-REGISTRO
                       THRU P330-APURA-REGISTRO-FIM
           ELSE
               IF WS-MOMENTO-REG IS GREATER THAN WS-FT-MOMENTO-N THEN
                   PERFORM P540-IMPRIME-ALTERACAO
                           THRU P540-IMPRIME-ALTERACAO-FIM
               END-IF
           END-IF.
       P320-LE-REGISTRO-FIM.
           EXIT.

      *ATE O MOMENTO: GUARDA A ULTIMA ALTERACAO (A IMAGEM DEPOIS DELA
      *E A POSICAO, SE NADA VIER DEPOIS). DEPOIS DO MOMENTO: A IMAGEM
      *ANTES DA PRIMEIRA E A POSICAO NO MOMENTO - E O QUE SOBRA AO
      *DESFAZER, DO REGISTRO ATUAL PARA TRAS, TODAS AS POSTERIORES.
       P330-APURA-REGISTRO.
           MOVE DS-DEPOIS-AUDITORIA TO WS-IMAGEM-ULTIMA.
           IF WS-MOMENTO-REG IS NOT GREATER THAN WS-FT-MOMENTO-N THEN
               SET WS-ACHOU-ANTERIOR-OK TO TRUE
               MOVE DS-DEPOIS-AUDITORIA   TO WS-IMAGEM-ANTERIOR
               MOVE DT-AUDITORIA          TO WS-ANT-DATA
               MOVE HR-AUDITORIA          TO WS-ANT-HORA
               MOVE TP-OPERACAO-AUDITORIA TO WS-ANT-OPERACAO
               MOVE ID-OPERADOR-AUDITORIA TO WS-ANT-OPERADOR
               GO TO P330-APURA-REGISTRO-FIM
           END-IF.
           ADD 1 TO WS-QTD-ALTERACOES.
           IF NOT WS-ACHOU-POSTERIOR-OK THEN
               SET WS-ACHOU-POSTERIOR-OK TO TRUE
               MOVE DS-ANTES-AUDITORIA    TO WS-IMAGEM-MOMENTO
               MOVE DT-AUDITORIA          TO WS-POS-DATA
               MOVE HR-AUDITORIA          TO WS-POS-HORA
               MOVE TP-OPERACAO-AUDITORIA TO WS-POS-OPERACAO
               MOVE ID-OPERADOR-AUDITORIA TO WS-POS-OPERADOR
           END-IF.
       P330-APURA-REGISTRO-FIM.
           EXIT.

       P500-IMPRIME-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           STRING 'RECONSTRUCAO DE REGISTRO PELA AUDITORIA - EMITIDA '
                  'EM ' WS-DH-DIA '/' WS-DH-MES '/' WS-DH-ANO ' '
                  WS-DH-HORA ':' WS-DH-MIN ':' WS-DH-SEG ' POR '
                  WS-COM-OPERADOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ARQUIVO: ' WS-FT-ARQUIVO '  CHAVE: ' WS-FT-CHAVE
                  '  MOMENTO: ' WS-FT-DIA '/' WS-FT-MES '/' WS-FT-ANO
                  ' ' WS-FT-HH ':' WS-FT-MI ':' WS-FT-SS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
       P500-IMPRIME-CABECALHO-FIM.

      *POSICAO NO MOMENTO, COM A ORIGEM DELA E A ULTIMA ALTERACAO
      *QUE A PRODUZIU.
       P520-IMPRIME-POSICAO.
           STRING 'POSICAO DO REGISTRO EM ' WS-FT-DIA '/' WS-FT-MES
                  '/' WS-FT-ANO ' ' WS-FT-HH ':' WS-FT-MI ':'
                  WS-FT-SS ':'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           IF NOT WS-POSICAO-CONHECIDA-OK THEN
               MOVE '  NENHUM REGISTRO DA AUDITORIA PARA O ARQUIVO E A '
                    TO WS-LINHA-REL
               MOVE 'CHAVE INFORMADOS, E O ARQUIVO NAO E LIDO POR ESTA '
                    TO WS-LINHA-REL (51:50)
               MOVE 'CONSULTA.' TO WS-LINHA-REL (101:9)
               PERFORM P805-GRAVA-LINHA-SPOOL
                       THRU P805-GRAVA-LINHA-SPOOL-FIM
               GO TO P520-IMPRIME-POSICAO-FIM
           END-IF.
           MOVE 'NO MOM.' TO WS-TITULO-IMAGEM.
           MOVE WS-IMAGEM-MOMENTO TO WS-IMAGEM.
           PERFORM P600-IMPRIME-IMAGEM THRU P600-IMPRIME-IMAGEM-FIM.
           EVALUATE TRUE
               WHEN WS-ACHOU-POSTERIOR-OK
                   STRING '  ORIGEM: ANTES DA 1A. ALTERACAO '
                          'POSTERIOR (' WS-POS-DATA ' '
                          WS-POS-HORA ' ' WS-POS-OPERACAO ' POR '
                          WS-POS-OPERADOR '), DESFEITAS '
                          WS-QTD-ALTERACOES ' ALTERACOES'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
               WHEN WS-ATUAL-DO-MESTRE-OK
                   STRING '  ORIGEM: REGISTRO ATUAL DE '
                          FUNCTION TRIM (WS-FT-ARQUIVO)
                          ' (NENHUMA ALTERACAO POSTERIOR NA AUDITORIA)'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
               WHEN OTHER
                   MOVE '  ORIGEM: IMAGEM DEPOIS DA ULTIMA ALTERACAO '
                        TO WS-LINHA-REL
                   MOVE 'ATE O MOMENTO (NENHUMA ALTERACAO POSTERIOR)'
                        TO WS-LINHA-REL (45:43)
           END-EVALUATE.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           IF WS-ACHOU-ANTERIOR-OK THEN
               STRING '  ULTIMA ALTERACAO ATE O MOMENTO: '
                      WS-ANT-DATA ' ' WS-ANT-HORA ' '
                      WS-ANT-OPERACAO ' POR ' WS-ANT-OPERADOR
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           ELSE
               MOVE '  NENHUMA ALTERACAO ATE O MOMENTO NOS ARQUIVOS DE '
                    TO WS-LINHA-REL
               MOVE 'AUDITORIA LIDOS.' TO WS-LINHA-REL (51:16)
           END-IF.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
      *A IMAGEM DEIXADA PELA ULTIMA ALTERACAO ANTERIOR TEM QUE SER A
      *POSICAO RECONSTRUIDA; SE NAO FOR, AS DUAS VAO NO RELATORIO.
           IF WS-ACHOU-ANTERIOR-OK AND
              WS-IMAGEM-ANTERIOR NOT EQUAL WS-IMAGEM-MOMENTO THEN
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE '  *** IMAGEM DEPOIS DA ULTIMA ALTERACAO ANTERIOR '
                    TO WS-LINHA-REL
               MOVE 'NAO E A POSICAO RECONSTRUIDA ***'
                    TO WS-LINHA-REL (50:32)
               PERFORM P805-GRAVA-LINHA-SPOOL
                       THRU P805-GRAVA-LINHA-SPOOL-FIM
               MOVE 'ANTERIOR' TO WS-TITULO-IMAGEM
               MOVE WS-IMAGEM-ANTERIOR TO WS-IMAGEM
               PERFORM P600-IMPRIME-IMAGEM
                       THRU P600-IMPRIME-IMAGEM-FIM
           END-IF.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
       P520-IMPRIME-POSICAO-FIM.
           EXIT.

      *UMA ALTERACAO POSTERIOR AO MOMENTO: QUANDO, O QUE, QUEM (E O
      *CO-ASSINANTE OU O LOTE, SE HOUVER) E A IMAGEM DEPOIS DELA. A
      *IMAGEM ANTES TEM QUE SER A POSICAO DEIXADA PELA ANTERIOR.
       P540-IMPRIME-ALTERACAO.
           ADD 1 TO WS-QTD-IMPRESSAS.
           MOVE 1 TO WS-PONTEIRO.
           STRING '  ' WS-QTD-IMPRESSAS ') ' DT-AUDITORIA-DIA '/'
                  DT-AUDITORIA-MES '/' DT-AUDITORIA-ANO ' '
                  HR-AUDITORIA-HORA ':' HR-AUDITORIA-MIN ':'
                  HR-AUDITORIA-SEG ' ' TP-OPERACAO-AUDITORIA
                  ' POR ' ID-OPERADOR-AUDITORIA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
                  WITH POINTER WS-PONTEIRO
           END-STRING.
           IF ID-COASSINANTE-AUDITORIA NOT EQUAL SPACES THEN
               STRING ' CO-ASSINADA POR ' ID-COASSINANTE-AUDITORIA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
                      WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF ID-EXECUCAO-AUDITORIA NOT EQUAL SPACES THEN
               STRING ' LOTE ' ID-EXECUCAO-AUDITORIA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
                      WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           STRING ' (' FUNCTION TRIM (WS-NOME-ARQUIVO) ')'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
                  WITH POINTER WS-PONTEIRO
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           IF DS-ANTES-AUDITORIA NOT EQUAL WS-IMAGEM-ENCADEADA THEN
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE '      *** A IMAGEM ANTES DESTA ALTERACAO NAO E A '
                    TO WS-LINHA-REL
               MOVE 'POSICAO ANTERIOR: ALTERACAO FORA DA AUDITORIA OU '
                    TO WS-LINHA-REL (50:49)
               MOVE 'REGISTRO FALTANDO ***' TO WS-LINHA-REL (99:21)
               PERFORM P805-GRAVA-LINHA-SPOOL
                       THRU P805-GRAVA-LINHA-SPOOL-FIM
               MOVE 'ANTES.' TO WS-TITULO-IMAGEM
               MOVE DS-ANTES-AUDITORIA TO WS-IMAGEM
               PERFORM P600-IMPRIME-IMAGEM
                       THRU P600-IMPRIME-IMAGEM-FIM
           END-IF.
           MOVE 'DEPOIS.' TO WS-TITULO-IMAGEM.
           MOVE DS-DEPOIS-AUDITORIA TO WS-IMAGEM.
           PERFORM P600-IMPRIME-IMAGEM THRU P600-IMPRIME-IMAGEM-FIM.
           MOVE DS-DEPOIS-AUDITORIA TO WS-IMAGEM-ENCADEADA.
       P540-IMPRIME-ALTERACAO-FIM.

      *FECHO: O REGISTRO ATUAL TEM QUE SER A IMAGEM DEIXADA PELA
      *ULTIMA ALTERACAO (SENAO HOUVE ALTERACAO FORA DA AUDITORIA).
       P560-IMPRIME-CONFERENCIA.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           IF WS-ATUAL-DO-MESTRE-OK THEN
               STRING 'POSICAO ATUAL (LIDA EM '
                      FUNCTION TRIM (WS-FT-ARQUIVO) '):'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           ELSE
               MOVE 'POSICAO ATUAL (ULTIMA IMAGEM DA AUDITORIA):'
                    TO WS-LINHA-REL
           END-IF.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           IF WS-ATUAL-DO-MESTRE-OK OR WS-POSICAO-CONHECIDA-OK THEN
               MOVE 'ATUAL.' TO WS-TITULO-IMAGEM
               MOVE WS-IMAGEM-ATUAL TO WS-IMAGEM
               PERFORM P600-IMPRIME-IMAGEM
                       THRU P600-IMPRIME-IMAGEM-FIM
           ELSE
               MOVE '  NAO DISPONIVEL.' TO WS-LINHA-REL
               PERFORM P805-GRAVA-LINHA-SPOOL
                       THRU P805-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           IF WS-POSICAO-CONHECIDA-OK AND
              WS-IMAGEM-ENCADEADA NOT EQUAL WS-IMAGEM-ATUAL THEN
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE '  *** O REGISTRO ATUAL NAO E A IMAGEM DEIXADA '
                    TO WS-LINHA-REL
               MOVE 'PELA ULTIMA ALTERACAO AUDITADA ***'
                    TO WS-LINHA-REL (47:34)
               PERFORM P805-GRAVA-LINHA-SPOOL
                       THRU P805-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           IF WS-QTD-DIVERGENCIAS EQUAL ZEROS THEN
               MOVE 'CONFERENCIA: AS IMAGENS EMENDAM DO MOMENTO ATE O '
                    TO WS-LINHA-REL
               MOVE 'REGISTRO ATUAL.' TO WS-LINHA-REL (50:15)
           ELSE
               STRING 'CONFERENCIA: ' WS-QTD-DIVERGENCIAS
                      ' PONTO(S) EM QUE AS IMAGENS NAO EMENDAM - A '
                      'RECONSTRUCAO DEVE SER CONFIRMADA NA CONSULTA DA '
                      'AUDITORIA'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           END-IF.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           IF WS-QTD-ANUAIS-FALTANDO IS GREATER THAN ZEROS THEN
               MOVE 'ARQUIVO ANUAL NAO ENCONTRADO E NORMAL SE NADA DO '
                    TO WS-LINHA-REL
               MOVE 'ANO FOI ARQUIVADO; SE FOI, A RECONSTRUCAO ESTA '
                    TO WS-LINHA-REL (50:47)
               MOVE 'INCOMPLETA.' TO WS-LINHA-REL (97:11)
               PERFORM P805-GRAVA-LINHA-SPOOL
                       THRU P805-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
       P560-IMPRIME-CONFERENCIA-FIM.

      *IMPRIME A IMAGEM EM WS-IMAGEM DECODIFICADA PELO LAYOUT DO
      *ARQUIVO AUDITADO; ARQUIVO SEM LAYOUT AQUI SAI EM BLOCO CORRIDO.
      *IMAGEM EM BRANCO = REGISTRO INEXISTENTE NAQUELA POSICAO.
       P600-IMPRIME-IMAGEM.
           IF WS-IMAGEM EQUAL SPACES THEN
               STRING '    ' WS-TITULO-IMAGEM
                      ' REGISTRO INEXISTENTE (NAO INCLUIDO OU EXCLUIDO)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P805-GRAVA-LINHA-SPOOL
                       THRU P805-GRAVA-LINHA-SPOOL-FIM
               GO TO P600-IMPRIME-IMAGEM-FIM
           END-IF.
           EVALUATE WS-FT-ARQUIVO
               WHEN 'CONTATOS'
                   PERFORM P610-IMPRIME-CONTATO
                           THRU P610-IMPRIME-CONTATO-FIM
               WHEN 'ALUNOS'
                   PERFORM P620-IMPRIME-ALUNO
                           THRU P620-IMPRIME-ALUNO-FIM
               WHEN 'MATERIAS'
                   PERFORM P630-IMPRIME-MATERIA
                           THRU P630-IMPRIME-MATERIA-FIM
               WHEN 'ALUTODOS'
                   PERFORM P640-IMPRIME-TODOS
                           THRU P640-IMPRIME-TODOS-FIM
               WHEN OTHER
                   PERFORM P650-IMPRIME-CORRIDO
                           THRU P650-IMPRIME-CORRIDO-FIM
           END-EVALUATE.
       P600-IMPRIME-IMAGEM-FIM.
           EXIT.

       P610-IMPRIME-CONTATO.
           STRING '    ' WS-TITULO-IMAGEM ' ID: ' WS-IM-CT-ID
                  ' NOME: ' WS-IM-CT-NOME ' EMAIL: ' WS-IM-CT-EMAIL
                  ' CPF: ' WS-IM-CT-CPF
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           STRING '             END: ' WS-IM-CT-RUA ' ' WS-IM-CT-BAIRRO
                  ' ' WS-IM-CT-CIDADE ' ' WS-IM-CT-UF
                  ' CEP: ' WS-IM-CT-CEP
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
       P610-IMPRIME-CONTATO-FIM.

       P620-IMPRIME-ALUNO.
           STRING '    ' WS-TITULO-IMAGEM ' ID: ' WS-IM-AL-ID
                  ' NOME: ' WS-IM-AL-NOME ' FONE: ' WS-IM-AL-FONE
                  ' NASC: ' WS-IM-AL-NASC ' CPF: ' WS-IM-AL-CPF
                  ' PAIS: ' WS-IM-AL-PAIS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           STRING '             END: ' WS-IM-AL-RUA ' ' WS-IM-AL-BAIRRO
                  ' ' WS-IM-AL-CIDADE ' ' WS-IM-AL-UF
                  ' CEP: ' WS-IM-AL-CEP
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           STRING '             MENSALIDADE: ' WS-IM-AL-MENSALIDADE
                  ' FONES ADIC.: ' WS-IM-AL-FONE-ADIC1 ' '
                  WS-IM-AL-FONE-ADIC2 ' CURSO: ' WS-IM-AL-CURSO
                  ' SITUACAO: ' WS-IM-AL-SITUACAO
                  ' INGRESSO: ' WS-IM-AL-INGRESSO
                  ' UNIDADE: ' WS-IM-AL-UNIDADE
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
       P620-IMPRIME-ALUNO-FIM.

       P630-IMPRIME-MATERIA.
           MOVE WS-IM-MT-NT-APROV  TO WS-MSK-NOTA-1.
           MOVE WS-IM-MT-MG-RECUP  TO WS-MSK-NOTA-2.
           MOVE WS-IM-MT-FR-MINIMA TO WS-MSK-PERC.
           STRING '    ' WS-TITULO-IMAGEM ' ID: ' WS-IM-MT-ID
                  ' PERIODO: ' WS-IM-MT-ANO '/' WS-IM-MT-SEMESTRE
                  ' NOME: ' WS-IM-MT-NOME
                  ' PROFESSOR: ' WS-IM-MT-PROFESSOR
                  ' CARGA HORARIA: ' WS-IM-MT-CH-HORAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           STRING '             NOTA APROV.: ' WS-MSK-NOTA-1
                  ' AVALIACOES: ' WS-IM-MT-QT-AVAL
                  ' MEDIA RECUP.: ' WS-MSK-NOTA-2
                  ' FREQ. MINIMA: ' WS-MSK-PERC
                  ' VAGAS: ' WS-IM-MT-MX-VAGAS
                  ' OCUPADAS: ' WS-IM-MT-OCUPADAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
       P630-IMPRIME-MATERIA-FIM.

       P640-IMPRIME-TODOS.
           MOVE WS-IM-TD-NT-APROV   TO WS-MSK-NOTA-1.
           MOVE WS-IM-TD-MEDIA      TO WS-MSK-NOTA-2.
           MOVE WS-IM-TD-FREQUENCIA TO WS-MSK-PERC.
           STRING '    ' WS-TITULO-IMAGEM
                  ' ALUNO: ' WS-IM-TD-ID-ALUNO ' ' WS-IM-TD-NM-ALUNO
                  ' MATERIA: ' WS-IM-TD-ID-MATERIA ' '
                  WS-IM-TD-NM-MATERIA
                  ' PERIODO: ' WS-IM-TD-ANO '/' WS-IM-TD-SEMESTRE
                  ' TURMA: ' WS-IM-TD-TURMA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           STRING '             NOTA APROV.: ' WS-MSK-NOTA-1
                  ' MEDIA: ' WS-MSK-NOTA-2
                  ' FREQUENCIA: ' WS-MSK-PERC
                  ' SITUACAO: ' WS-IM-TD-SITUACAO
                  ' EXTERNO: ' WS-IM-TD-EXTERNO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
       P640-IMPRIME-TODOS-FIM.

       P650-IMPRIME-CORRIDO.
           STRING '    ' WS-TITULO-IMAGEM ' ' WS-IMAGEM (1:115)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P805-GRAVA-LINHA-SPOOL
                   THRU P805-GRAVA-LINHA-SPOOL-FIM.
           IF WS-IMAGEM (116:135) NOT EQUAL SPACES THEN
               MOVE WS-IMAGEM (116:115) TO WS-LINHA-REL (14:115)
               PERFORM P805-GRAVA-LINHA-SPOOL
                       THRU P805-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           IF WS-IMAGEM (231:20) NOT EQUAL SPACES THEN
               MOVE WS-IMAGEM (231:20) TO WS-LINHA-REL (14:20)
               PERFORM P805-GRAVA-LINHA-SPOOL
                       THRU P805-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P650-IMPRIME-CORRIDO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P800-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTAUDPOS'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
           MOVE SPACES TO WS-LINHA-REL.
       P800-ABRE-SPOOL-FIM.

      *GRAVA UMA LINHA NO SPOOL, CONTANDO AS PAGINAS (60 LINHAS), E A
      *MOSTRA NA TELA.
       P805-GRAVA-LINHA-SPOOL.
           DISPLAY WS-LINHA-REL
           END-DISPLAY.
           MOVE WS-LINHA-REL TO REG-SAIDA-SPOOL.
           WRITE REG-SAIDA-SPOOL
           END-WRITE.
           ADD 1 TO WS-LINHAS-SPOOL.
           IF WS-LINHAS-SPOOL IS GREATER THAN OR EQUAL TO 60 THEN
               MOVE ZEROS TO WS-LINHAS-SPOOL
               ADD 1 TO WS-SP-PAGINAS
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
       P805-GRAVA-LINHA-SPOOL-FIM.

       P810-FECHA-SPOOL.
           CLOSE SAIDA-SPOOL.
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           DISPLAY 'RECONSTRUCAO GUARDADA NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P810-FECHA-SPOOL-FIM.

       P900-FINALIZA.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTAUDPOS.
