      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      24/07/2023.
      * Purpose:   ANALISE DE NOTAS POR AVALIACAO DE UMA OFERTA E
      *            TURMA - PARA CADA AVALIACAO DO PLANO (PLANOAVA.DAT)
      *            TOMA AS NOTAS LANCADAS NO DETALHE (NOTASDET.DAT)
      *            DOS ALUNOS DA TURMA E IMPRIME A MEDIA, A MEDIANA,
      *            O DESVIO PADRAO, O HISTOGRAMA EM FAIXAS DE DOIS
      *            PONTOS, O PERCENTUAL ABAIXO DA NOTA DE APROVACAO DA
      *            OFERTA E QUANTOS ALUNOS FICARAM SEM NOTA. A
      *            AVALIACAO CUJA MEDIA OU TAXA ABAIXO DA APROVACAO SE
      *            AFASTA DA BASE DE COMPARACAO ALEM DO LIMITE
      *            PARAMETRIZADO (NOTA-DESVIO-MEDIA, EM DECIMOS DE
      *            PONTO, PADRAO 15; NOTA-DESVIO-PCT, PADRAO 25
      *            PONTOS, VIA PGPARLER) E SINALIZADA. AS BASES SAO AS
      *            NOTAS DAS OUTRAS OFERTAS DO MESMO PROFESSOR E AS DA
      *            MESMA MATERIA EM PERIODOS ANTERIORES. RELATORIO NO
      *            SPOOL (PGSPOOL), REIMPRIMIVEL PELO NTSPLREP. NA
      *            LINHA DO NTPRFREL, QUE COMPARA SO O RESULTADO FINAL.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    22/09/2023 - OS ALUNOS DA OFERTA SAO LIDOS PELA CHAVE
      *            ALTERNADA DA OFERTA (CH-OFERTA-MATRICULA), SEM
      *            PERCORRER MATRICULA.DAT INTEIRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTNOTANA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT MATRICULA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT PLANOAVA
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-PLANOAVA
           FILE  STATUS IS WS-FS-PLA.

           SELECT NOTASDET
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-NOTADET
           FILE  STATUS IS WS-FS-DET.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAS.
           COPY CFPK0002.

       FD  MATRICULA.
           COPY CFPK0005.

       FD  PLANOAVA.
           COPY CFPK0041.

       FD  NOTASDET.
           COPY CFPK0018.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *OFERTA E TURMA ANALISADAS (TURMA EM BRANCO = TODAS AS TURMAS
      *DA OFERTA) E OS DADOS DA OFERTA GUARDADOS ANTES DA PASSAGEM
      *PELAS OUTRAS OFERTAS.
       77  WS-ID-MATERIA               PIC 9(05) VALUE ZEROS.

       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

       77  WS-TURMA                    PIC X(04) VALUE SPACES.
       77  WS-NM-MATERIA               PIC X(20) VALUE SPACES.
       77  WS-NT-APROVACAO             PIC 9(02)V99 VALUE ZEROS.
       77  WS-ID-PROFESSOR             PIC 9(03) VALUE ZEROS.

      *DATA AUXILIAR PARA IMPRIMIR A DATA PREVISTA DA AVALIACAO.
       01  WS-DATA-AUX                 PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DATA-AUX.
           03 WS-DA-ANO                PIC 9(04).
           03 WS-DA-MES                PIC 9(02).
           03 WS-DA-DIA                PIC 9(02).

      *ALUNOS DA TURMA. LISTA DE ESPERA E MATRICULA TRANCADA NAO
      *CONTAM: NAO SE ESPERA NOTA DELES.
       01  WS-TABELA-ALUNOS.
           03 WS-QTD-ALUNOS            PIC 9(03) VALUE ZEROS.
           03 WS-TA-ID-ALUNO           PIC 9(05)
                                        OCCURS 150 TIMES.

      *AVALIACOES DO PLANO DA OFERTA, NA ORDEM DO NUMERO.
       01  WS-TABELA-AVALIACOES.
           03 WS-QTD-AVALIACOES        PIC 9(02) VALUE ZEROS.
           03 WS-TV-AVALIACAO OCCURS 20 TIMES.
               05 WS-TV-NR-AVALIACAO   PIC 9(02).
               05 WS-TV-TP-AVALIACAO   PIC X(10).
               05 WS-TV-PS-PESO        PIC 9(02).
               05 WS-TV-DT-PREVISTA    PIC 9(08).

      *NOTAS DA AVALIACAO EM ANALISE, ORDENADAS PARA A MEDIANA.
       01  WS-TABELA-NOTAS.
           03 WS-QTD-NOTAS             PIC 9(03) VALUE ZEROS.
           03 WS-TN-NOTA               PIC 9(02)V99
                                        OCCURS 150 TIMES.

      *HISTOGRAMA EM CINCO FAIXAS DE DOIS PONTOS (A ULTIMA FECHA NO
      *10).
       01  WS-TABELA-FAIXAS.
           03 WS-TF-QTD                PIC 9(03) OCCURS 5 TIMES.
       01  WS-DESCRICAO-FAIXAS.
           03 FILLER                   PIC X(11) VALUE '00,00-01,99'.
           03 FILLER                   PIC X(11) VALUE '02,00-03,99'.
           03 FILLER                   PIC X(11) VALUE '04,00-05,99'.
           03 FILLER                   PIC X(11) VALUE '06,00-07,99'.
           03 FILLER                   PIC X(11) VALUE '08,00-10,00'.
       01  FILLER REDEFINES WS-DESCRICAO-FAIXAS.
           03 WS-DS-FAIXA              PIC X(11) OCCURS 5 TIMES.

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-IND-AVAL                 PIC 9(02) VALUE ZEROS.
       77  WS-IND-FAIXA                PIC 9(01) VALUE ZEROS.
       77  WS-IND-J                    PIC 9(03) VALUE ZEROS.
       77  WS-IND-MEIO                 PIC 9(03) VALUE ZEROS.
       77  WS-RESTO                    PIC 9(01) VALUE ZEROS.
       77  WS-NOTA-AUX                 PIC 9(02)V99 VALUE ZEROS.
       77  WS-TAM-BARRA                PIC 9(03) VALUE ZEROS.

      *ESTATISTICAS DA AVALIACAO EM ANALISE.
       77  WS-QT-SEM-NOTA              PIC 9(03) VALUE ZEROS.
       77  WS-QT-ABAIXO                PIC 9(03) VALUE ZEROS.
       77  WS-SOMA-NOTAS               PIC 9(05)V99 VALUE ZEROS.
       77  WS-SOMA-QUADRADOS           PIC 9(07)V9(04) VALUE ZEROS.
       77  WS-MEDIA                    PIC 9(02)V99 VALUE ZEROS.
       77  WS-MEDIANA                  PIC 9(02)V99 VALUE ZEROS.
       77  WS-VARIANCIA                PIC S9(04)V9(06) VALUE ZEROS.
       77  WS-DESVIO-PADRAO            PIC 9(02)V99 VALUE ZEROS.
       77  WS-TX-ABAIXO                PIC 9(03)V99 VALUE ZEROS.
       77  WS-DIFERENCA                PIC S9(03)V99 VALUE ZEROS.
       77  WS-DIFERENCA-ABS            PIC 9(03)V99 VALUE ZEROS.

      *BASES DE COMPARACAO: NOTAS DAS OUTRAS OFERTAS DO PROFESSOR E
      *DA MESMA MATERIA EM PERIODOS ANTERIORES. BASE COM MENOS DE
      *WS-MIN-BASE NOTAS NAO SERVE DE COMPARACAO.
       77  WS-MIN-BASE                 PIC 9(03) VALUE 10.
       77  WS-BP-QT-NOTAS              PIC 9(06) VALUE ZEROS.
       77  WS-BP-QT-ABAIXO             PIC 9(06) VALUE ZEROS.
       77  WS-BP-SOMA                  PIC 9(08)V99 VALUE ZEROS.
       77  WS-BP-MEDIA                 PIC 9(02)V99 VALUE ZEROS.
       77  WS-BP-TX-ABAIXO             PIC 9(03)V99 VALUE ZEROS.
       77  WS-BM-QT-NOTAS              PIC 9(06) VALUE ZEROS.
       77  WS-BM-QT-ABAIXO             PIC 9(06) VALUE ZEROS.
       77  WS-BM-SOMA                  PIC 9(08)V99 VALUE ZEROS.
       77  WS-BM-MEDIA                 PIC 9(02)V99 VALUE ZEROS.
       77  WS-BM-TX-ABAIXO             PIC 9(03)V99 VALUE ZEROS.

      *ULTIMA OFERTA CONSULTADA NA PASSAGEM PELAS OUTRAS OFERTAS.
       01  WS-ULT-OFERTA.
           03 WS-UO-ID-MATERIA         PIC 9(05) VALUE ZEROS.
           03 WS-UO-ANO-SEMESTRE       PIC 9(05) VALUE ZEROS.
       77  WS-UO-ID-PROFESSOR          PIC 9(03) VALUE ZEROS.
       77  WS-UO-NT-APROVACAO          PIC 9(02)V99 VALUE ZEROS.
       77  WS-UO-EXISTE                PIC X.
           88 WS-UO-EXISTE-OK          VALUE 'S' FALSE 'N'.

       77  WS-LIMITE-MEDIA             PIC 9(06) VALUE 15.
       77  WS-LIMITE-MEDIA-PTS         PIC 9(04)V9 VALUE ZEROS.
       77  WS-LIMITE-PCT               PIC 9(06) VALUE 25.

       77  WS-QTD-SINALIZADAS          PIC 9(02) VALUE ZEROS.
       77  WS-AVAL-SINALIZADA          PIC X.
           88 WS-AVAL-SINALIZADA-OK    VALUE 'S' FALSE 'N'.
       77  WS-DS-BASE                  PIC X(32) VALUE SPACES.
       77  WS-DS-SENTIDO               PIC X(05) VALUE SPACES.

       77  WS-ED-NOTA                  PIC Z9,99.
       77  WS-ED-NOTA-2                PIC Z9,99.
       77  WS-ED-NOTA-3                PIC Z9,99.
       77  WS-ED-PCT                   PIC ZZ9,99.
       77  WS-ED-PCT-2                 PIC ZZ9,99.
       77  WS-ED-QTD                   PIC ZZ9.
       77  WS-ED-QTD-BASE              PIC ZZZZZ9.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

       77  WS-EOF-MATRICULA            PIC X.
           88 WS-EOF-MATRICULA-OK      VALUE 'S' FALSE 'N'.
       77  WS-EOF-PLA                  PIC X.
           88 WS-EOF-PLA-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-DET                  PIC X.
           88 WS-EOF-DET-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-R                     PIC 99.
           88 WS-FS-R-OK               VALUE 0.
       77  WS-FS-PLA                   PIC 99.
           88 WS-FS-PLA-OK             VALUE 0.
       77  WS-FS-DET                   PIC 99.
           88 WS-FS-DET-OK             VALUE 0.

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
           INITIALIZE WS-FS-M WS-FS-R WS-FS-PLA WS-FS-DET WS-FS-SPL
                      WS-ID-MATERIA WS-ANO-SEMESTRE WS-TURMA
                      WS-TABELA-ALUNOS WS-TABELA-AVALIACOES
                      WS-QTD-SINALIZADAS WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE 'NOTA-DESVIO-MEDIA' TO WS-PL-NOME.
           MOVE 15                  TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR         TO WS-LIMITE-MEDIA.
           COMPUTE WS-LIMITE-MEDIA-PTS = WS-LIMITE-MEDIA / 10.
           MOVE 'NOTA-DESVIO-PCT'   TO WS-PL-NOME.
           MOVE 25                  TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR         TO WS-LIMITE-PCT.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DAS OFERTAS, DAS MATRICULAS, DO PLANO DE
      *AVALIACAO E DO DETALHE DE NOTAS.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PLANOAVA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NOTASDET.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT MATERIAS.
           IF NOT WS-FS-M-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT MATRICULA.
           IF NOT WS-FS-R-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT PLANOAVA.
           IF NOT WS-FS-PLA-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT NOTASDET.
           IF NOT WS-FS-DET-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA THRU P430-MONTA-TELA-FIM.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-MATERIA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATERIA.
           READ MATERIAS
               INVALID KEY
                   DISPLAY 'OFERTA NAO LOCALIZADA EM MATERIAS.DAT. '
                           'ANALISE CANCELADA.'
                   END-DISPLAY
                   GO TO P200-PROCESSA-FIM
           END-READ.
           MOVE NM-MATERIA   OF REG-MATERIA TO WS-NM-MATERIA.
           MOVE NT-APROVACAO OF REG-MATERIA TO WS-NT-APROVACAO.
           MOVE ID-PROFESSOR OF REG-MATERIA TO WS-ID-PROFESSOR.
           PERFORM P500-CARREGA-ALUNOS THRU P500-CARREGA-ALUNOS-FIM.
           IF WS-QTD-ALUNOS EQUAL ZEROS THEN
               DISPLAY 'NENHUM ALUNO MATRICULADO NA OFERTA/TURMA. '
                       'ANALISE CANCELADA.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P520-CARREGA-PLANO  THRU P520-CARREGA-PLANO-FIM.
           IF WS-QTD-AVALIACOES EQUAL ZEROS THEN
               DISPLAY 'OFERTA SEM PLANO DE AVALIACAO (NTPLAMAN). '
                       'ANALISE CANCELADA.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P540-APURA-BASES    THRU P540-APURA-BASES-FIM.
           PERFORM P300-ABRE-SPOOL     THRU P300-ABRE-SPOOL-FIM.
           PERFORM P600-IMPRIME-CABECALHO
                   THRU P600-IMPRIME-CABECALHO-FIM.
           PERFORM P620-ANALISA-AVALIACAO
                   THRU P620-ANALISA-AVALIACAO-FIM
                   VARYING WS-IND-AVAL FROM 1 BY 1
                   UNTIL WS-IND-AVAL > WS-QTD-AVALIACOES.
           MOVE WS-QTD-SINALIZADAS TO WS-ED-QTD.
           STRING 'AVALIACOES SINALIZADAS: ' WS-ED-QTD
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P310-FECHA-SPOOL    THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'AVALIACOES ANALISADAS......: ' WS-QTD-AVALIACOES
           END-DISPLAY.
           DISPLAY 'AVALIACOES SINALIZADAS.....: ' WS-QTD-SINALIZADAS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

       P430-MONTA-TELA.
           DISPLAY 'ANALISE DE NOTAS POR AVALIACAO. INFORME:'
           END-DISPLAY.
           DISPLAY 'O CODIGO DA MATERIA....................: '
           END-DISPLAY.
           ACCEPT WS-ID-MATERIA
           END-ACCEPT.
           DISPLAY 'O ANO DO PERIODO LETIVO................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'O SEMESTRE (1 OU 2)....................: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           DISPLAY 'A TURMA (EM BRANCO = TODAS)............: '
           END-DISPLAY.
           ACCEPT WS-TURMA
           END-ACCEPT.
       P430-MONTA-TELA-FIM.

      *POSICIONA NA OFERTA PELA CHAVE ALTERNADA (MATERIA + ANO/
      *SEMESTRE) E CARREGA OS ALUNOS DA OFERTA/TURMA, COMO NO DIARIO
      *(NTDIACLA); A PRIMEIRA MATRICULA DE OUTRA OFERTA ENCERRA A
      *LEITURA.
       P500-CARREGA-ALUNOS.
           SET WS-EOF-MATRICULA-OK TO FALSE.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS EQUAL TO CH-OFERTA-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
           PERFORM P505-LE-MATRICULA THRU P505-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MATRICULA-OK.
       P500-CARREGA-ALUNOS-FIM.

       P505-LE-MATRICULA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
                   GO TO P505-LE-MATRICULA-FIM
           END-READ.
           IF ID-MATERIA OF CH-MATRICULA NOT EQUAL WS-ID-MATERIA OR
              ANO-SEMESTRE OF CH-MATRICULA NOT EQUAL WS-ANO-SEMESTRE
              THEN
               SET WS-EOF-MATRICULA-OK TO TRUE
               GO TO P505-LE-MATRICULA-FIM
           END-IF.
           IF ST-MATRICULA-ESPERA OR ST-MATRICULA-TRANCADA THEN
               GO TO P505-LE-MATRICULA-FIM
           END-IF.
           IF WS-TURMA NOT EQUAL SPACES AND
              TURMA OF REG-MATRICULA NOT EQUAL WS-TURMA THEN
               GO TO P505-LE-MATRICULA-FIM
           END-IF.
           IF WS-QTD-ALUNOS IS NOT LESS THAN 150 THEN
               DISPLAY 'TABELA DE ALUNOS ESGOTADA (150). ANALISE '
                       'PARCIAL.'
               END-DISPLAY
               SET WS-EOF-MATRICULA-OK TO TRUE
               GO TO P505-LE-MATRICULA-FIM
           END-IF.
           ADD 1 TO WS-QTD-ALUNOS.
           MOVE ID-ALUNO OF CH-MATRICULA
                TO WS-TA-ID-ALUNO (WS-QTD-ALUNOS).
       P505-LE-MATRICULA-FIM.
           EXIT.

      *AVALIACOES DO PLANO DA OFERTA, COMO NA LISTAGEM DO NTPLAMAN.
       P520-CARREGA-PLANO.
           SET WS-EOF-PLA-OK TO FALSE.
           MOVE WS-ID-MATERIA   TO ID-MATERIA-PLA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-PLA.
           MOVE ZEROS           TO NR-AVALIACAO-PLA.
           START PLANOAVA KEY IS NOT LESS THAN CH-PLANOAVA
               INVALID KEY
                   SET WS-EOF-PLA-OK TO TRUE
           END-START.
           PERFORM P525-LE-PLANO THRU P525-LE-PLANO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-PLA-OK.
       P520-CARREGA-PLANO-FIM.

       P525-LE-PLANO.
           READ PLANOAVA NEXT RECORD
               AT END
                   SET WS-EOF-PLA-OK TO TRUE
                   GO TO P525-LE-PLANO-FIM
           END-READ.
           IF ID-MATERIA-PLA NOT EQUAL WS-ID-MATERIA OR
              ANO-SEMESTRE-PLA NOT EQUAL WS-ANO-SEMESTRE OR
              WS-QTD-AVALIACOES IS NOT LESS THAN 20 THEN
               SET WS-EOF-PLA-OK TO TRUE
               GO TO P525-LE-PLANO-FIM
           END-IF.
           ADD 1 TO WS-QTD-AVALIACOES.
           MOVE NR-AVALIACAO-PLA
                TO WS-TV-NR-AVALIACAO (WS-QTD-AVALIACOES).
           MOVE TP-AVALIACAO-PLA
                TO WS-TV-TP-AVALIACAO (WS-QTD-AVALIACOES).
           MOVE PS-PESO-PLA
                TO WS-TV-PS-PESO      (WS-QTD-AVALIACOES).
           MOVE DT-PREVISTA-PLA
                TO WS-TV-DT-PREVISTA  (WS-QTD-AVALIACOES).
       P525-LE-PLANO-FIM.
           EXIT.

      *UMA PASSAGEM PELO DETALHE DE NOTAS MONTA AS DUAS BASES DE
      *COMPARACAO. CADA NOTA E MEDIDA CONTRA A NOTA DE APROVACAO DA
      *SUA PROPRIA OFERTA. A OFERTA EM ANALISE FICA FORA DAS DUAS.
       P540-APURA-BASES.
           MOVE ZEROS TO WS-BP-QT-NOTAS WS-BP-QT-ABAIXO WS-BP-SOMA
                         WS-BM-QT-NOTAS WS-BM-QT-ABAIXO WS-BM-SOMA
                         WS-BP-MEDIA WS-BP-TX-ABAIXO
                         WS-BM-MEDIA WS-BM-TX-ABAIXO.
           MOVE ZEROS TO WS-ULT-OFERTA.
           SET WS-UO-EXISTE-OK TO FALSE.
           SET WS-EOF-DET-OK TO FALSE.
           MOVE ZEROS TO ID-ALUNO     OF CH-NOTADET.
           MOVE ZEROS TO ID-MATERIA   OF CH-NOTADET.
           MOVE ZEROS TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE ZEROS TO NR-AVALIACAO.
           START NOTASDET KEY IS NOT LESS THAN CH-NOTADET
               INVALID KEY
                   SET WS-EOF-DET-OK TO TRUE
           END-START.
           PERFORM P545-LE-NOTA-BASE THRU P545-LE-NOTA-BASE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DET-OK.
           IF WS-BP-QT-NOTAS IS GREATER THAN ZEROS THEN
               COMPUTE WS-BP-MEDIA ROUNDED =
                   WS-BP-SOMA / WS-BP-QT-NOTAS
               COMPUTE WS-BP-TX-ABAIXO ROUNDED =
                   (WS-BP-QT-ABAIXO * 100) / WS-BP-QT-NOTAS
           END-IF.
           IF WS-BM-QT-NOTAS IS GREATER THAN ZEROS THEN
               COMPUTE WS-BM-MEDIA ROUNDED =
                   WS-BM-SOMA / WS-BM-QT-NOTAS
               COMPUTE WS-BM-TX-ABAIXO ROUNDED =
                   (WS-BM-QT-ABAIXO * 100) / WS-BM-QT-NOTAS
           END-IF.
       P540-APURA-BASES-FIM.

       P545-LE-NOTA-BASE.
           READ NOTASDET NEXT RECORD
               AT END
                   SET WS-EOF-DET-OK TO TRUE
                   GO TO P545-LE-NOTA-BASE-FIM
           END-READ.
           IF ID-MATERIA OF CH-NOTADET EQUAL WS-ID-MATERIA AND
              ANO-SEMESTRE OF CH-NOTADET EQUAL WS-ANO-SEMESTRE THEN
               GO TO P545-LE-NOTA-BASE-FIM
           END-IF.
           PERFORM P550-LOCALIZA-OFERTA THRU P550-LOCALIZA-OFERTA-FIM.
           IF NOT WS-UO-EXISTE-OK THEN
               GO TO P545-LE-NOTA-BASE-FIM
           END-IF.
           IF WS-ID-PROFESSOR IS GREATER THAN ZEROS AND
              WS-UO-ID-PROFESSOR EQUAL WS-ID-PROFESSOR THEN
               ADD 1      TO WS-BP-QT-NOTAS
               ADD NT-NOTA TO WS-BP-SOMA
               IF NT-NOTA IS LESS THAN WS-UO-NT-APROVACAO THEN
                   ADD 1 TO WS-BP-QT-ABAIXO
               END-IF
           END-IF.
           IF ID-MATERIA OF CH-NOTADET EQUAL WS-ID-MATERIA AND
              ANO-SEMESTRE OF CH-NOTADET IS LESS THAN
                  WS-ANO-SEMESTRE THEN
               ADD 1      TO WS-BM-QT-NOTAS
               ADD NT-NOTA TO WS-BM-SOMA
               IF NT-NOTA IS LESS THAN WS-UO-NT-APROVACAO THEN
                   ADD 1 TO WS-BM-QT-ABAIXO
               END-IF
           END-IF.
       P545-LE-NOTA-BASE-FIM.
           EXIT.

      *PROFESSOR E NOTA DE APROVACAO DA OFERTA DA NOTA LIDA; SO VAI
      *AO CADASTRO QUANDO A OFERTA MUDA.
       P550-LOCALIZA-OFERTA.
           IF ID-MATERIA OF CH-NOTADET EQUAL WS-UO-ID-MATERIA AND
              ANO-SEMESTRE OF CH-NOTADET EQUAL WS-UO-ANO-SEMESTRE THEN
               GO TO P550-LOCALIZA-OFERTA-FIM
           END-IF.
           MOVE ID-MATERIA   OF CH-NOTADET TO WS-UO-ID-MATERIA.
           MOVE ANO-SEMESTRE OF CH-NOTADET TO WS-UO-ANO-SEMESTRE.
           MOVE ID-MATERIA   OF CH-NOTADET TO ID-MATERIA OF CH-MATERIA.
           MOVE ANO-SEMESTRE OF CH-NOTADET
                TO ANO-SEMESTRE OF CH-MATERIA.
           READ MATERIAS
               INVALID KEY
                   SET WS-UO-EXISTE-OK TO FALSE
                   GO TO P550-LOCALIZA-OFERTA-FIM
           END-READ.
           SET WS-UO-EXISTE-OK TO TRUE.
           MOVE ID-PROFESSOR OF REG-MATERIA TO WS-UO-ID-PROFESSOR.
           MOVE NT-APROVACAO OF REG-MATERIA TO WS-UO-NT-APROVACAO.
       P550-LOCALIZA-OFERTA-FIM.
           EXIT.

      *ANALISE DE UMA AVALIACAO DO PLANO: NOTAS DOS ALUNOS DA TURMA,
      *ESTATISTICAS, HISTOGRAMA E COMPARACAO COM AS BASES.
       P620-ANALISA-AVALIACAO.
           MOVE ZEROS TO WS-QTD-NOTAS WS-QT-SEM-NOTA WS-QT-ABAIXO
                         WS-SOMA-NOTAS WS-SOMA-QUADRADOS WS-MEDIA
                         WS-MEDIANA WS-VARIANCIA WS-DESVIO-PADRAO
                         WS-TX-ABAIXO WS-TABELA-FAIXAS.
           SET WS-AVAL-SINALIZADA-OK TO FALSE.
           PERFORM P625-LE-NOTA-ALUNO THRU P625-LE-NOTA-ALUNO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QTD-ALUNOS.
           PERFORM P640-CALCULA-ESTATISTICAS
                   THRU P640-CALCULA-ESTATISTICAS-FIM.
           PERFORM P660-IMPRIME-AVALIACAO
                   THRU P660-IMPRIME-AVALIACAO-FIM.
           IF WS-QTD-NOTAS IS GREATER THAN ZEROS THEN
               PERFORM P680-COMPARA-BASES
                       THRU P680-COMPARA-BASES-FIM
           END-IF.
           IF WS-AVAL-SINALIZADA-OK THEN
               ADD 1 TO WS-QTD-SINALIZADAS
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P620-ANALISA-AVALIACAO-FIM.

       P625-LE-NOTA-ALUNO.
           MOVE WS-TA-ID-ALUNO (WS-INDICE) TO ID-ALUNO OF CH-NOTADET.
           MOVE WS-ID-MATERIA              TO ID-MATERIA OF CH-NOTADET.
           MOVE WS-ANO-SEMESTRE          TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE WS-TV-NR-AVALIACAO (WS-IND-AVAL) TO NR-AVALIACAO.
           READ NOTASDET
               INVALID KEY
                   ADD 1 TO WS-QT-SEM-NOTA
                   GO TO P625-LE-NOTA-ALUNO-FIM
           END-READ.
           ADD 1 TO WS-QTD-NOTAS.
           MOVE NT-NOTA TO WS-TN-NOTA (WS-QTD-NOTAS).
           ADD NT-NOTA  TO WS-SOMA-NOTAS.
           COMPUTE WS-SOMA-QUADRADOS =
               WS-SOMA-QUADRADOS + NT-NOTA * NT-NOTA.
           IF NT-NOTA IS LESS THAN WS-NT-APROVACAO THEN
               ADD 1 TO WS-QT-ABAIXO
           END-IF.
           EVALUATE TRUE
               WHEN NT-NOTA IS LESS THAN 2
                   ADD 1 TO WS-TF-QTD (1)
               WHEN NT-NOTA IS LESS THAN 4
                   ADD 1 TO WS-TF-QTD (2)
               WHEN NT-NOTA IS LESS THAN 6
                   ADD 1 TO WS-TF-QTD (3)
               WHEN NT-NOTA IS LESS THAN 8
                   ADD 1 TO WS-TF-QTD (4)
               WHEN OTHER
                   ADD 1 TO WS-TF-QTD (5)
           END-EVALUATE.
       P625-LE-NOTA-ALUNO-FIM.
           EXIT.

      *MEDIA, DESVIO PADRAO (POPULACIONAL), MEDIANA E PERCENTUAL
      *ABAIXO DA NOTA DE APROVACAO DA OFERTA.
       P640-CALCULA-ESTATISTICAS.
           IF WS-QTD-NOTAS EQUAL ZEROS THEN
               GO TO P640-CALCULA-ESTATISTICAS-FIM
           END-IF.
           COMPUTE WS-MEDIA ROUNDED = WS-SOMA-NOTAS / WS-QTD-NOTAS.
           COMPUTE WS-VARIANCIA ROUNDED =
               (WS-SOMA-QUADRADOS / WS-QTD-NOTAS) -
               ((WS-SOMA-NOTAS / WS-QTD-NOTAS) *
                (WS-SOMA-NOTAS / WS-QTD-NOTAS)).
           IF WS-VARIANCIA IS GREATER THAN ZEROS THEN
               COMPUTE WS-DESVIO-PADRAO ROUNDED =
                   FUNCTION SQRT (WS-VARIANCIA)
           END-IF.
           COMPUTE WS-TX-ABAIXO ROUNDED =
               (WS-QT-ABAIXO * 100) / WS-QTD-NOTAS.
           PERFORM P645-ORDENA-NOTA THRU P645-ORDENA-NOTA-FIM
                   VARYING WS-INDICE FROM 2 BY 1
                   UNTIL WS-INDICE > WS-QTD-NOTAS.
           DIVIDE WS-QTD-NOTAS BY 2 GIVING WS-IND-MEIO
                  REMAINDER WS-RESTO.
           IF WS-RESTO EQUAL ZEROS THEN
               COMPUTE WS-MEDIANA ROUNDED =
                   (WS-TN-NOTA (WS-IND-MEIO) +
                    WS-TN-NOTA (WS-IND-MEIO + 1)) / 2
           ELSE
               MOVE WS-TN-NOTA (WS-IND-MEIO + 1) TO WS-MEDIANA
           END-IF.
       P640-CALCULA-ESTATISTICAS-FIM.
           EXIT.

      *ORDENACAO POR INSERCAO: POUCAS DEZENAS DE NOTAS POR TURMA.
       P645-ORDENA-NOTA.
           MOVE WS-TN-NOTA (WS-INDICE) TO WS-NOTA-AUX.
           MOVE WS-INDICE TO WS-IND-J.
           PERFORM P647-DESLOCA-NOTA THRU P647-DESLOCA-NOTA-FIM
                   WITH TEST BEFORE
                   UNTIL WS-IND-J EQUAL 1
                      OR WS-TN-NOTA (WS-IND-J - 1) IS NOT GREATER
                         THAN WS-NOTA-AUX.
           MOVE WS-NOTA-AUX TO WS-TN-NOTA (WS-IND-J).
       P645-ORDENA-NOTA-FIM.

       P647-DESLOCA-NOTA.
           MOVE WS-TN-NOTA (WS-IND-J - 1) TO WS-TN-NOTA (WS-IND-J).
           SUBTRACT 1 FROM WS-IND-J.
       P647-DESLOCA-NOTA-FIM.

       P600-IMPRIME-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'ANALISE DE NOTAS POR AVALIACAO' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-NT-APROVACAO TO WS-ED-NOTA.
           MOVE WS-QTD-ALUNOS   TO WS-ED-QTD.
           STRING 'MATERIA ' WS-ID-MATERIA ' - ' WS-NM-MATERIA
                  '  PERIODO ' WS-AS-ANO '/' WS-AS-SEMESTRE
                  '  TURMA ' DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           IF WS-TURMA EQUAL SPACES THEN
               MOVE 'TODAS' TO WS-LINHA-REL (61:5)
           ELSE
               MOVE WS-TURMA TO WS-LINHA-REL (61:4)
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'PROFESSOR ' WS-ID-PROFESSOR
                  '  NOTA DE APROVACAO ' WS-ED-NOTA
                  '  ALUNOS ' WS-ED-QTD
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-BP-QT-NOTAS  TO WS-ED-QTD-BASE.
           MOVE WS-BP-MEDIA     TO WS-ED-NOTA.
           MOVE WS-BP-TX-ABAIXO TO WS-ED-PCT.
           STRING 'BASE OUTRAS OFERTAS DO PROFESSOR: ' WS-ED-QTD-BASE
                  ' NOTAS, MEDIA ' WS-ED-NOTA ', ABAIXO DA APROVACAO '
                  WS-ED-PCT ' %'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-BM-QT-NOTAS  TO WS-ED-QTD-BASE.
           MOVE WS-BM-MEDIA     TO WS-ED-NOTA.
           MOVE WS-BM-TX-ABAIXO TO WS-ED-PCT.
           STRING 'BASE MATERIA EM PERIODOS ANTERIORES: '
                  WS-ED-QTD-BASE
                  ' NOTAS, MEDIA ' WS-ED-NOTA ', ABAIXO DA APROVACAO '
                  WS-ED-PCT ' %'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-LIMITE-MEDIA-PTS TO WS-ED-NOTA.
           MOVE WS-LIMITE-PCT       TO WS-ED-PCT.
           MOVE WS-MIN-BASE         TO WS-ED-QTD.
           STRING 'SINALIZA DESVIO DE MEDIA >= ' WS-ED-NOTA
                  ' PONTOS OU DE TAXA ABAIXO DA APROVACAO >= '
                  WS-ED-PCT ' PONTOS (BASE MINIMA ' WS-ED-QTD
                  ' NOTAS)'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-IMPRIME-CABECALHO-FIM.

       P660-IMPRIME-AVALIACAO.
           MOVE WS-TV-DT-PREVISTA (WS-IND-AVAL) TO WS-DATA-AUX.
           STRING 'AVALIACAO ' WS-TV-NR-AVALIACAO (WS-IND-AVAL)
                  ' - ' WS-TV-TP-AVALIACAO (WS-IND-AVAL)
                  '  PESO ' WS-TV-PS-PESO (WS-IND-AVAL)
                  '  PREVISTA ' WS-DA-DIA '/' WS-DA-MES '/' WS-DA-ANO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-QTD-NOTAS EQUAL ZEROS THEN
               MOVE WS-QT-SEM-NOTA TO WS-ED-QTD
               STRING '   NENHUMA NOTA LANCADA. ALUNOS SEM NOTA: '
                      WS-ED-QTD
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               GO TO P660-IMPRIME-AVALIACAO-FIM
           END-IF.
           MOVE WS-QTD-NOTAS     TO WS-ED-QTD.
           MOVE WS-MEDIA         TO WS-ED-NOTA.
           MOVE WS-MEDIANA       TO WS-ED-NOTA-2.
           MOVE WS-DESVIO-PADRAO TO WS-ED-NOTA-3.
           MOVE WS-TX-ABAIXO     TO WS-ED-PCT.
           STRING '   NOTAS ' WS-ED-QTD
                  '  MEDIA ' WS-ED-NOTA
                  '  MEDIANA ' WS-ED-NOTA-2
                  '  DESVIO PADRAO ' WS-ED-NOTA-3
                  '  ABAIXO DA APROVACAO ' WS-ED-PCT ' %'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           MOVE WS-QT-SEM-NOTA   TO WS-ED-QTD.
           STRING '  SEM NOTA ' WS-ED-QTD
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL (92:14)
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P665-IMPRIME-FAIXA THRU P665-IMPRIME-FAIXA-FIM
                   VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA > 5.
       P660-IMPRIME-AVALIACAO-FIM.
           EXIT.

      *UMA BARRA DO HISTOGRAMA: UM * A CADA 2% DAS NOTAS LANCADAS.
       P665-IMPRIME-FAIXA.
           MOVE WS-TF-QTD (WS-IND-FAIXA) TO WS-ED-QTD.
           COMPUTE WS-TAM-BARRA =
               (WS-TF-QTD (WS-IND-FAIXA) * 50) / WS-QTD-NOTAS.
           IF WS-TAM-BARRA EQUAL ZEROS AND
              WS-TF-QTD (WS-IND-FAIXA) IS GREATER THAN ZEROS THEN
               MOVE 1 TO WS-TAM-BARRA
           END-IF.
           STRING '      ' WS-DS-FAIXA (WS-IND-FAIXA) ' ' WS-ED-QTD
                  ' |' DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           IF WS-TAM-BARRA IS GREATER THAN ZEROS THEN
               MOVE ALL '*' TO WS-LINHA-REL (24:WS-TAM-BARRA)
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P665-IMPRIME-FAIXA-FIM.

      *COMPARA A MEDIA E A TAXA ABAIXO DA APROVACAO DA AVALIACAO COM
      *AS DUAS BASES, NOS DOIS SENTIDOS.
       P680-COMPARA-BASES.
           IF WS-BP-QT-NOTAS IS NOT LESS THAN WS-MIN-BASE THEN
               MOVE 'DAS OUTRAS OFERTAS DO PROFESSOR' TO WS-DS-BASE
               MOVE WS-BP-MEDIA     TO WS-ED-NOTA-2
               MOVE WS-BP-TX-ABAIXO TO WS-ED-PCT-2
               COMPUTE WS-DIFERENCA = WS-MEDIA - WS-BP-MEDIA
               PERFORM P690-SINALIZA-MEDIA
                       THRU P690-SINALIZA-MEDIA-FIM
               COMPUTE WS-DIFERENCA = WS-TX-ABAIXO - WS-BP-TX-ABAIXO
               PERFORM P695-SINALIZA-TAXA
                       THRU P695-SINALIZA-TAXA-FIM
           END-IF.
           IF WS-BM-QT-NOTAS IS NOT LESS THAN WS-MIN-BASE THEN
               MOVE 'DA MATERIA EM PERIODOS ANTERIORES' TO WS-DS-BASE
               MOVE WS-BM-MEDIA     TO WS-ED-NOTA-2
               MOVE WS-BM-TX-ABAIXO TO WS-ED-PCT-2
               COMPUTE WS-DIFERENCA = WS-MEDIA - WS-BM-MEDIA
               PERFORM P690-SINALIZA-MEDIA
                       THRU P690-SINALIZA-MEDIA-FIM
               COMPUTE WS-DIFERENCA = WS-TX-ABAIXO - WS-BM-TX-ABAIXO
               PERFORM P695-SINALIZA-TAXA
                       THRU P695-SINALIZA-TAXA-FIM
           END-IF.
       P680-COMPARA-BASES-FIM.

       P690-SINALIZA-MEDIA.
           IF WS-DIFERENCA IS LESS THAN ZEROS THEN
               COMPUTE WS-DIFERENCA-ABS = ZEROS - WS-DIFERENCA
               MOVE 'ABAIX' TO WS-DS-SENTIDO
           ELSE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
               MOVE 'ACIMA' TO WS-DS-SENTIDO
           END-IF.
           IF WS-DIFERENCA-ABS IS LESS THAN WS-LIMITE-MEDIA-PTS THEN
               GO TO P690-SINALIZA-MEDIA-FIM
           END-IF.
           SET WS-AVAL-SINALIZADA-OK TO TRUE.
           MOVE WS-DIFERENCA-ABS TO WS-ED-NOTA.
           IF WS-DS-SENTIDO EQUAL 'ABAIX' THEN
               STRING '   *** ATENCAO: MEDIA ' WS-ED-NOTA
                      ' PONTOS ABAIXO ' WS-DS-BASE
                      ' (' WS-ED-NOTA-2 ')'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING '   *** ATENCAO: MEDIA ' WS-ED-NOTA
                      ' PONTOS ACIMA ' WS-DS-BASE
                      ' (' WS-ED-NOTA-2 ')'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P690-SINALIZA-MEDIA-FIM.
           EXIT.

       P695-SINALIZA-TAXA.
           IF WS-DIFERENCA IS LESS THAN ZEROS THEN
               COMPUTE WS-DIFERENCA-ABS = ZEROS - WS-DIFERENCA
               MOVE 'ABAIX' TO WS-DS-SENTIDO
           ELSE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
               MOVE 'ACIMA' TO WS-DS-SENTIDO
           END-IF.
           IF WS-DIFERENCA-ABS IS LESS THAN WS-LIMITE-PCT THEN
               GO TO P695-SINALIZA-TAXA-FIM
           END-IF.
           SET WS-AVAL-SINALIZADA-OK TO TRUE.
           MOVE WS-DIFERENCA-ABS TO WS-ED-PCT.
           IF WS-DS-SENTIDO EQUAL 'ABAIX' THEN
               STRING '   *** ATENCAO: TAXA ABAIXO DA APROVACAO '
                      WS-ED-PCT ' PONTOS MENOR QUE A ' WS-DS-BASE
                      ' (' WS-ED-PCT-2 ' %)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING '   *** ATENCAO: TAXA ABAIXO DA APROVACAO '
                      WS-ED-PCT ' PONTOS MAIOR QUE A ' WS-DS-BASE
                      ' (' WS-ED-PCT-2 ' %)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P695-SINALIZA-TAXA-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTNOTANA'      TO WS-SP-RELATORIO.
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
           CLOSE MATERIAS.
           CLOSE MATRICULA.
           CLOSE PLANOAVA.
           CLOSE NOTASDET.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS MATERIAS..: ' WS-FS-M
           END-DISPLAY.
           DISPLAY 'FILE STATUS MATRICULA.: ' WS-FS-R
           END-DISPLAY.
           DISPLAY 'FILE STATUS PLANOAVA..: ' WS-FS-PLA
           END-DISPLAY.
           DISPLAY 'FILE STATUS NOTASDET..: ' WS-FS-DET
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTNOTANA.
