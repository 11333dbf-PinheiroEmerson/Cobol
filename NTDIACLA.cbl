      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      05/06/2023.
      * Purpose:   DIARIO DE CLASSE OFICIAL DE UMA OFERTA E TURMA -
      *            IMPRIME NO SPOOL, NO FECHAMENTO DO PERIODO, O
      *            DOCUMENTO QUE VAI PARA A SECRETARIA: A GRADE DE
      *            FREQUENCIA (ALUNOS X DATAS, P/F DE CHAMADA.DAT, COM
      *            A FALTA ABONADA EM ABONO.DAT MARCADA COMO A), O
      *            CONTEUDO MINISTRADO EM CADA AULA (CONTAULA.DAT,
      *            REGISTRADO NO NTOCOMAN), AS NOTAS DAS AVALIACOES
      *            (NOTASDET.DAT) E A MEDIA, A FREQUENCIA E O
      *            RESULTADO FINAL (ALUTODOS.DAT), COM AS LINHAS DE
      *            ASSINATURA. IMPRESSO O DIARIO, A OFERTA/TURMA FICA
      *            FECHADA EM DIAFECHA.DAT: A CHAMADA (NTCHAINC) SO
      *            ACEITA ALTERACAO DE SUPERVISOR E A IMPORTACAO DA
      *            FOLHA (NTCHAIMP) REJEITA A LINHA.
      * Update:    15/09/2023 - MATRICULA.DAT E ALUTODOS.DAT DECLARADOS
      *            COM A CHAVE ALTERNADA DA OFERTA (MATERIA +
      *            ANO/SEMESTRE), IGUAL EM TODO PROGRAMA QUE ABRE O
      *            ARQUIVO. INDICE MONTADO NA VIRADA PELO NTOFEIDX.
      * Update:    22/09/2023 - OS ALUNOS DA TURMA SAO LIDOS PELA CHAVE
      *            ALTERNADA DA OFERTA (CH-OFERTA-MATRICULA), SEM
      *            PERCORRER MATRICULA.DAT INTEIRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTDIACLA.

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

           SELECT CHAMADA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CHAMADA
           FILE  STATUS IS WS-FS-C.

           SELECT DIAFECHA
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-DIAFECHA
           FILE  STATUS IS WS-FS-DIA.

           SELECT ABONO
           ASSIGN TO WS-CAMINHO-ABONO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ABONO
           FILE  STATUS IS WS-FS-AB.

           SELECT NOTASDET
           ASSIGN TO WS-CAMINHO-NOTASDET
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-NOTADET
           FILE  STATUS IS WS-FS-DET.

           SELECT TODOS-ALUNOS
           ASSIGN TO WS-CAMINHO-TODOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT CONTAULA
           ASSIGN TO WS-CAMINHO-CONTAULA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-CONTAULA
           FILE  STATUS IS WS-FS-CTA.

           SELECT OCORRENCIAS
           ASSIGN TO WS-CAMINHO-OCORAULA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-OCORRENCIA
           FILE  STATUS IS WS-FS-OCO.

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

       FD  ALUNOS.
           COPY CFPK0001.

       FD  CHAMADA.
           COPY CFPK0009.

       FD  DIAFECHA.
           COPY CFPK0070.

       FD  ABONO.
           COPY CFPK0029.

       FD  NOTASDET.
           COPY CFPK0018.

       FD  TODOS-ALUNOS.
           COPY CFPK0004.

       FD  CONTAULA.
           COPY CFPK0069.

       FD  OCORRENCIAS.
           COPY CFPK0039.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHOS DOS ARQUIVOS ALEM DAS CINCO POSICOES DA CONFIGURACAO.
       01  WS-CAMINHO-ABONO            PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-NOTASDET         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-TODOS            PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-CONTAULA         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-OCORAULA         PIC X(80) VALUE SPACES.

       77  WS-ID-MATERIA               PIC 9(05) VALUE ZEROS.

       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

       77  WS-TURMA                    PIC X(04) VALUE SPACES.
       77  WS-QT-AVALIACOES            PIC 9(02) VALUE ZEROS.
       77  WS-ID-PROFESSOR             PIC 9(03) VALUE ZEROS.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

      *DATA AUXILIAR PARA SEPARAR DIA E MES NOS CABECALHOS DA GRADE.
       01  WS-DATA-AUX                 PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DATA-AUX.
           03 WS-DA-ANO                PIC 9(04).
           03 WS-DA-MES                PIC 9(02).
           03 WS-DA-DIA                PIC 9(02).

      *ALUNOS DA TURMA (MATRICULA NA OFERTA, FORA A LISTA DE ESPERA)
      *COM A MARCA DE CADA DATA DA GRADE: P=PRESENTE, F=FALTA,
      *A=FALTA ABONADA, -=SEM LANCAMENTO. MESMO PADRAO DE TABELA DO
      *NTCHARIS.
       01  WS-TABELA-ALUNOS.
           03 WS-QTD-ALUNOS            PIC 9(03) VALUE ZEROS.
           03 WS-TA-ALUNO OCCURS 150 TIMES.
               05 WS-TA-ID-ALUNO       PIC 9(05).
               05 WS-TA-NM-ALUNO       PIC X(20).
               05 WS-TA-QT-FALTAS      PIC 9(03).
               05 WS-TA-QT-ABONOS      PIC 9(03).
               05 WS-TA-MARCA          PIC X(01)
                                        OCCURS 120 TIMES.

      *DATAS DE AULA DA GRADE, NA ORDEM DA CHAVE DE CHAMADA.DAT
      *(CRONOLOGICA). SO ENTRA DATA COM CHAMADA DE ALGUM ALUNO DA
      *TURMA.
       01  WS-TABELA-DATAS.
           03 WS-QTD-DATAS             PIC 9(03) VALUE ZEROS.
           03 WS-TD-DATA               PIC 9(08)
                                        OCCURS 120 TIMES.

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(03) VALUE ZEROS.
       77  WS-IND-DATA                 PIC 9(03) VALUE ZEROS.
       77  WS-IND-COLUNA               PIC 9(03) VALUE ZEROS.
       77  WS-IND-BLOCO                PIC 9(03) VALUE ZEROS.
       77  WS-FIM-BLOCO                PIC 9(03) VALUE ZEROS.
       77  WS-IND-NOTA                 PIC 9(02) VALUE ZEROS.
       77  WS-QT-COLUNAS-NOTA          PIC 9(02) VALUE ZEROS.

       77  WS-QTD-IGNORADOS            PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SEM-CONTEUDO         PIC 9(03) VALUE ZEROS.

      *LINHA DA GRADE DE FREQUENCIA: ATE 30 DATAS POR BLOCO. NO
      *CABECALHO DO BLOCO A MESMA LINHA LEVA O DIA E O MES DE CADA
      *COLUNA.
       01  WS-LINHA-GRADE.
           03 WS-LG-ID-ALUNO           PIC X(05).
           03 FILLER                   PIC X(01).
           03 WS-LG-NM-ALUNO           PIC X(20).
           03 FILLER                   PIC X(01).
           03 WS-LG-COLUNA OCCURS 30 TIMES.
               05 FILLER               PIC X(01).
               05 WS-LG-MARCA          PIC X(02).
           03 FILLER                   PIC X(02).
           03 WS-LG-FALTAS             PIC X(04).
           03 FILLER                   PIC X(01).
           03 WS-LG-ABONOS             PIC X(04).

      *LINHA DO QUADRO DE NOTAS: ATE 10 AVALIACOES IMPRESSAS.
       01  WS-LINHA-NOTAS.
           03 WS-LN-ID-ALUNO           PIC X(05).
           03 FILLER                   PIC X(01).
           03 WS-LN-NM-ALUNO           PIC X(20).
           03 FILLER                   PIC X(01).
           03 WS-LN-COLUNA OCCURS 10 TIMES.
               05 WS-LN-NOTA           PIC X(05).
               05 FILLER               PIC X(01).
           03 WS-LN-MEDIA              PIC X(05).
           03 FILLER                   PIC X(02).
           03 WS-LN-FREQ               PIC X(06).
           03 FILLER                   PIC X(02).
           03 WS-LN-SITUACAO           PIC X(13).

       77  WS-ED-QTD                   PIC ZZ9.
       77  WS-ED-NOTA                  PIC Z9,99.
       77  WS-ED-FREQ                  PIC ZZ9,99.
       77  WS-ED-NR-AVALIACAO          PIC 9(02).

       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.

       77  WS-DIARIO-EXISTE            PIC X.
           88 WS-DIARIO-EXISTE-OK      VALUE 'S' FALSE 'N'.
       77  WS-FALTA-ABONADA            PIC X.
           88 WS-FALTA-ABONADA-OK      VALUE 'S' FALSE 'N'.

       77  WS-EOF-MATRICULA            PIC X.
           88 WS-EOF-MATRICULA-OK      VALUE 'S' FALSE 'N'.
       77  WS-EOF-CHAMADA              PIC X.
           88 WS-EOF-CHAMADA-OK        VALUE 'S' FALSE 'N'.
       77  WS-EOF-ABONO                PIC X.
           88 WS-EOF-ABONO-OK          VALUE 'S' FALSE 'N'.
       77  WS-EOF-DET                  PIC X.
           88 WS-EOF-DET-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-R                     PIC 99.
           88 WS-FS-R-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-DIA                   PIC 99.
           88 WS-FS-DIA-OK             VALUE 0.
       77  WS-FS-AB                    PIC 99.
           88 WS-FS-AB-OK              VALUE 0.
       77  WS-FS-DET                   PIC 99.
           88 WS-FS-DET-OK             VALUE 0.
       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.
       77  WS-FS-CTA                   PIC 99.
           88 WS-FS-CTA-OK             VALUE 0.
       77  WS-FS-OCO                   PIC 99.
           88 WS-FS-OCO-OK             VALUE 0.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO DIARIO
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
           INITIALIZE WS-FS-M WS-FS-R WS-FS-A WS-FS-C WS-FS-DIA
                      WS-ID-MATERIA WS-ANO-SEMESTRE WS-TURMA
                      WS-QT-AVALIACOES WS-ID-PROFESSOR
                      WS-TABELA-ALUNOS WS-TABELA-DATAS
                      WS-QTD-IGNORADOS WS-QTD-SEM-CONTEUDO
                      WS-LINHAS-SPOOL WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-DIARIO-EXISTE-OK     TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS MESTRES, DA CHAMADA E DOS ARQUIVOS QUE
      *COMPOEM O DIARIO A PARTIR DO DIRETORIO BASE CONFIGURADO.
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
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CHAMADA.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DIAFECHA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ABONO.DAT'     DELIMITED BY SIZE
                  INTO WS-CAMINHO-ABONO
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NOTASDET.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-NOTASDET
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTODOS.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-TODOS
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CONTAULA.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-CONTAULA
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\OCORAULA.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-OCORAULA
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
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT CHAMADA.
           IF NOT WS-FS-C-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O DIAFECHA.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-DIA-OK THEN
               OPEN OUTPUT DIAFECHA
               CLOSE DIAFECHA
               OPEN I-O DIAFECHA
           END-IF.
      *ABONOS, NOTAS, RESULTADO FINAL, CONTEUDO E OCORRENCIAS SAO
      *OPCIONAIS: SEM ELES A PARTE CORRESPONDENTE DO DIARIO SAI EM
      *BRANCO.
           OPEN INPUT ABONO.
           OPEN INPUT NOTASDET.
           OPEN INPUT TODOS-ALUNOS.
           OPEN INPUT CONTAULA.
           OPEN INPUT OCORRENCIAS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA THRU P430-MONTA-TELA-FIM.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-MATERIA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   DISPLAY 'OFERTA NAO LOCALIZADA EM MATERIAS.DAT. '
                           'IMPRESSAO CANCELADA.'
                   END-DISPLAY
                   GO TO P200-PROCESSA-FIM
           END-READ.
           MOVE QT-AVALIACOES OF REG-MATERIA TO WS-QT-AVALIACOES.
           MOVE ID-PROFESSOR  OF REG-MATERIA TO WS-ID-PROFESSOR.
           PERFORM P440-VERIFICA-FECHAMENTO
                   THRU P440-VERIFICA-FECHAMENTO-FIM.
           DISPLAY 'A IMPRESSAO DO DIARIO OFICIAL FECHA A OFERTA/TURMA '
                   'PARA LANCAMENTOS DE CHAMADA.'
           END-DISPLAY.
           DISPLAY 'CONFIRMA A IMPRESSAO (S/N)? '
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'IMPRESSAO CANCELADA.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P500-CARREGA-ALUNOS
                   THRU P500-CARREGA-ALUNOS-FIM.
           IF WS-QTD-ALUNOS EQUAL ZEROS THEN
               DISPLAY 'NENHUM ALUNO MATRICULADO NESTA TURMA. '
                       'IMPRESSAO CANCELADA.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P520-CARREGA-CHAMADA
                   THRU P520-CARREGA-CHAMADA-FIM.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P600-IMPRIME-CABECALHO
                   THRU P600-IMPRIME-CABECALHO-FIM.
           PERFORM P610-IMPRIME-GRADE
                   THRU P610-IMPRIME-GRADE-FIM.
           PERFORM P640-IMPRIME-CONTEUDO
                   THRU P640-IMPRIME-CONTEUDO-FIM.
           PERFORM P660-IMPRIME-NOTAS
                   THRU P660-IMPRIME-NOTAS-FIM.
           PERFORM P680-IMPRIME-ASSINATURAS
                   THRU P680-IMPRIME-ASSINATURAS-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           PERFORM P700-FECHA-DIARIO THRU P700-FECHA-DIARIO-FIM.
           DISPLAY 'ALUNOS NO DIARIO...........: ' WS-QTD-ALUNOS
           END-DISPLAY.
           DISPLAY 'DATAS DE AULA NA GRADE.....: ' WS-QTD-DATAS
           END-DISPLAY.
           DISPLAY 'AULAS SEM CONTEUDO.........: ' WS-QTD-SEM-CONTEUDO
           END-DISPLAY.
           IF WS-QTD-IGNORADOS IS GREATER THAN ZEROS THEN
               DISPLAY 'LANCAMENTOS FORA DA CAPACIDADE DA GRADE: '
                       WS-QTD-IGNORADOS
               END-DISPLAY
           END-IF.
       P200-PROCESSA-FIM.
           EXIT.

       P430-MONTA-TELA.
           DISPLAY 'DIARIO DE CLASSE OFICIAL. INFORME:'
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
           DISPLAY 'A TURMA DO DIARIO......................: '
           END-DISPLAY.
           ACCEPT WS-TURMA
           END-ACCEPT.
       P430-MONTA-TELA-FIM.

      *DIARIO JA IMPRESSO PODE SER REIMPRESSO (O FECHAMENTO SO E
      *ATUALIZADO); O OPERADOR E AVISADO DE QUANDO FOI FECHADO.
       P440-VERIFICA-FECHAMENTO.
           SET WS-DIARIO-EXISTE-OK TO FALSE.
           MOVE WS-ID-MATERIA   TO ID-MATERIA-DIA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-DIA.
           MOVE WS-TURMA        TO CD-TURMA-DIA.
           READ DIAFECHA
               INVALID KEY
                   GO TO P440-VERIFICA-FECHAMENTO-FIM
           END-READ.
           SET WS-DIARIO-EXISTE-OK TO TRUE.
           IF ST-DIARIO-FECHADO THEN
               DISPLAY 'DIARIO JA FECHADO EM ' DT-IMPRESSAO-DIA
                       ' (SPOOL ' NR-SPOOL-DIA ', '
                       QT-ALTERACOES-DIA ' ALTERACOES DE SUPERVISOR).'
               END-DISPLAY
               DISPLAY 'ESTA IMPRESSAO SERA UMA REIMPRESSAO.'
               END-DISPLAY
           END-IF.
       P440-VERIFICA-FECHAMENTO-FIM.
           EXIT.

      *POSICIONA NA OFERTA PELA CHAVE ALTERNADA (MATERIA + ANO/
      *SEMESTRE) E CARREGA OS ALUNOS DA TURMA; A PRIMEIRA MATRICULA
      *DE OUTRA OFERTA ENCERRA A LEITURA.
      *MATRICULA TRANCADA OU CONCLUIDA CONTINUA NO DIARIO (A CHAMADA
      *DELA E PARTE DO DOCUMENTO); SO A LISTA DE ESPERA FICA FORA.
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
               NOT AT END
                   IF ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA
                      OR ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-MATRICULA-OK TO TRUE
                   ELSE
                       IF TURMA OF REG-MATRICULA EQUAL WS-TURMA
                          AND NOT ST-MATRICULA-ESPERA THEN
                           PERFORM P510-INCLUI-ALUNO
                                   THRU P510-INCLUI-ALUNO-FIM
                       END-IF
                   END-IF
           END-READ.
       P505-LE-MATRICULA-FIM.

       P510-INCLUI-ALUNO.
           IF WS-QTD-ALUNOS IS NOT LESS THAN 150 THEN
               ADD 1 TO WS-QTD-IGNORADOS
               GO TO P510-INCLUI-ALUNO-FIM
           END-IF.
           ADD 1 TO WS-QTD-ALUNOS.
           MOVE ID-ALUNO OF CH-MATRICULA TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO NM-ALUNO OF REG-ALUNO
           END-READ.
           MOVE ID-ALUNO OF CH-MATRICULA
                TO WS-TA-ID-ALUNO (WS-QTD-ALUNOS).
           MOVE NM-ALUNO OF REG-ALUNO
                TO WS-TA-NM-ALUNO (WS-QTD-ALUNOS).
           MOVE ZEROS TO WS-TA-QT-FALTAS (WS-QTD-ALUNOS)
                         WS-TA-QT-ABONOS (WS-QTD-ALUNOS).
           PERFORM P515-LIMPA-MARCA THRU P515-LIMPA-MARCA-FIM
                   VARYING WS-IND-DATA FROM 1 BY 1
                   UNTIL WS-IND-DATA > 120.
       P510-INCLUI-ALUNO-FIM.
           EXIT.

       P515-LIMPA-MARCA.
           MOVE '-' TO WS-TA-MARCA (WS-QTD-ALUNOS, WS-IND-DATA).
       P515-LIMPA-MARCA-FIM.

      *UMA PASSAGEM PELA CHAMADA DA OFERTA (A CHAVE COMECA PELA
      *MATERIA + PERIODO + DATA, ENTAO AS DATAS VEM EM ORDEM). CADA
      *LANCAMENTO DE ALUNO DA TURMA VIRA UMA MARCA NA GRADE.
       P520-CARREGA-CHAMADA.
           SET WS-EOF-CHAMADA-OK TO FALSE.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-CHAMADA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-CHAMADA.
           MOVE ZEROS           TO DT-CHAMADA.
           MOVE ZEROS           TO ID-ALUNO     OF CH-CHAMADA.
           START CHAMADA KEY IS NOT LESS THAN CH-CHAMADA
               INVALID KEY
                   SET WS-EOF-CHAMADA-OK TO TRUE
           END-START.
           PERFORM P525-LE-CHAMADA THRU P525-LE-CHAMADA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-CHAMADA-OK.
       P520-CARREGA-CHAMADA-FIM.

       P525-LE-CHAMADA.
           READ CHAMADA NEXT RECORD
               AT END
                   SET WS-EOF-CHAMADA-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-CHAMADA NOT EQUAL
                          WS-ID-MATERIA OR
                      ANO-SEMESTRE OF CH-CHAMADA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-CHAMADA-OK TO TRUE
                   ELSE
                       PERFORM P530-MARCA-CHAMADA
                               THRU P530-MARCA-CHAMADA-FIM
                   END-IF
           END-READ.
       P525-LE-CHAMADA-FIM.

       P530-MARCA-CHAMADA.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P532-COMPARA-ALUNO THRU P532-COMPARA-ALUNO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QTD-ALUNOS
                      OR WS-INDICE-ACHADO IS GREATER THAN ZEROS.
      *ALUNO DE OUTRA TURMA DA MESMA OFERTA NAO ENTRA NESTE DIARIO.
           IF WS-INDICE-ACHADO EQUAL ZEROS THEN
               GO TO P530-MARCA-CHAMADA-FIM
           END-IF.
           IF WS-QTD-DATAS EQUAL ZEROS OR
              DT-CHAMADA NOT EQUAL WS-TD-DATA (WS-QTD-DATAS) THEN
               IF WS-QTD-DATAS IS NOT LESS THAN 120 THEN
                   ADD 1 TO WS-QTD-IGNORADOS
                   GO TO P530-MARCA-CHAMADA-FIM
               END-IF
               ADD 1 TO WS-QTD-DATAS
               MOVE DT-CHAMADA TO WS-TD-DATA (WS-QTD-DATAS)
           END-IF.
           IF FL-PRESENCA-PRESENTE THEN
               MOVE 'P' TO WS-TA-MARCA (WS-INDICE-ACHADO, WS-QTD-DATAS)
               GO TO P530-MARCA-CHAMADA-FIM
           END-IF.
           PERFORM P535-VERIFICA-ABONO THRU P535-VERIFICA-ABONO-FIM.
           IF WS-FALTA-ABONADA-OK THEN
               MOVE 'A' TO WS-TA-MARCA (WS-INDICE-ACHADO, WS-QTD-DATAS)
               ADD 1 TO WS-TA-QT-ABONOS (WS-INDICE-ACHADO)
           ELSE
               MOVE 'F' TO WS-TA-MARCA (WS-INDICE-ACHADO, WS-QTD-DATAS)
               ADD 1 TO WS-TA-QT-FALTAS (WS-INDICE-ACHADO)
           END-IF.
       P530-MARCA-CHAMADA-FIM.
           EXIT.

       P532-COMPARA-ALUNO.
           IF WS-TA-ID-ALUNO (WS-INDICE) EQUAL
                  ID-ALUNO OF CH-CHAMADA THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P532-COMPARA-ALUNO-FIM.

      *FALTA DENTRO DE UM ABONO ACEITO SAI MARCADA COMO A, COMO NA
      *APURACAO DO NTCHACAL. OS ABONOS DO ALUNO SAO CONSECUTIVOS NA
      *ORDEM DA CHAVE (ALUNO + DATA INICIAL).
       P535-VERIFICA-ABONO.
           SET WS-FALTA-ABONADA-OK TO FALSE.
           IF NOT WS-FS-AB-OK THEN
               GO TO P535-VERIFICA-ABONO-FIM
           END-IF.
           SET WS-EOF-ABONO-OK TO FALSE.
           MOVE ID-ALUNO OF CH-CHAMADA TO ID-ALUNO-ABONO.
           MOVE ZEROS                  TO DT-INICIO-ABONO.
           START ABONO KEY IS NOT LESS THAN CH-ABONO
               INVALID KEY
                   SET WS-EOF-ABONO-OK TO TRUE
           END-START.
           PERFORM P536-LE-ABONO THRU P536-LE-ABONO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ABONO-OK
                      OR WS-FALTA-ABONADA-OK.
       P535-VERIFICA-ABONO-FIM.
           EXIT.

       P536-LE-ABONO.
           READ ABONO NEXT RECORD
               AT END
                   SET WS-EOF-ABONO-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-ABONO NOT EQUAL
                          ID-ALUNO OF CH-CHAMADA THEN
                       SET WS-EOF-ABONO-OK TO TRUE
                   ELSE
                       IF ST-ABONO-ACEITO AND
                          DT-CHAMADA IS NOT LESS THAN
                              DT-INICIO-ABONO AND
                          DT-CHAMADA IS NOT GREATER THAN
                              DT-FIM-ABONO THEN
                           SET WS-FALTA-ABONADA-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P536-LE-ABONO-FIM.

       P600-IMPRIME-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'DIARIO DE CLASSE OFICIAL - MATERIA ' WS-ID-MATERIA
                  ' - ' NM-MATERIA OF REG-MATERIA
                  ' - PERIODO ' WS-AS-ANO '/' WS-AS-SEMESTRE
                  ' - TURMA ' WS-TURMA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'PROFESSOR RESPONSAVEL: ' WS-ID-PROFESSOR
                  ' - IMPRESSO EM ' WS-DH-DATA
                  ' POR ' WS-COM-OPERADOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-IMPRIME-CABECALHO-FIM.

      *GRADE DE FREQUENCIA EM BLOCOS DE 30 DATAS; OS TOTAIS DE
      *FALTAS E ABONOS DO PERIODO SAEM NO ULTIMO BLOCO.
       P610-IMPRIME-GRADE.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'FREQUENCIA (P=PRESENTE F=FALTA A=FALTA ABONADA '
                  '-=SEM LANCAMENTO)'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-QTD-DATAS EQUAL ZEROS THEN
               MOVE '(NENHUMA CHAMADA LANCADA PARA A TURMA)'
                    TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               GO TO P610-IMPRIME-GRADE-FIM
           END-IF.
           PERFORM P615-IMPRIME-BLOCO THRU P615-IMPRIME-BLOCO-FIM
                   VARYING WS-IND-BLOCO FROM 1 BY 30
                   UNTIL WS-IND-BLOCO > WS-QTD-DATAS.
       P610-IMPRIME-GRADE-FIM.
           EXIT.

       P615-IMPRIME-BLOCO.
           COMPUTE WS-FIM-BLOCO = WS-IND-BLOCO + 29
           END-COMPUTE.
           IF WS-FIM-BLOCO IS GREATER THAN WS-QTD-DATAS THEN
               MOVE WS-QTD-DATAS TO WS-FIM-BLOCO
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
      *PRIMEIRA LINHA DO CABECALHO DO BLOCO: DIA DE CADA COLUNA.
           MOVE SPACES TO WS-LINHA-GRADE.
           MOVE 'ALUNO'  TO WS-LG-ID-ALUNO.
           MOVE 'NOME'   TO WS-LG-NM-ALUNO.
           PERFORM P617-CABECALHO-DIA THRU P617-CABECALHO-DIA-FIM
                   VARYING WS-IND-DATA FROM WS-IND-BLOCO BY 1
                   UNTIL WS-IND-DATA > WS-FIM-BLOCO.
           IF WS-FIM-BLOCO EQUAL WS-QTD-DATAS THEN
               MOVE 'FALT' TO WS-LG-FALTAS
               MOVE 'ABON' TO WS-LG-ABONOS
           END-IF.
           MOVE WS-LINHA-GRADE TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
      *SEGUNDA LINHA DO CABECALHO DO BLOCO: MES DE CADA COLUNA.
           MOVE SPACES TO WS-LINHA-GRADE.
           PERFORM P618-CABECALHO-MES THRU P618-CABECALHO-MES-FIM
                   VARYING WS-IND-DATA FROM WS-IND-BLOCO BY 1
                   UNTIL WS-IND-DATA > WS-FIM-BLOCO.
           MOVE WS-LINHA-GRADE TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P620-IMPRIME-LINHA-ALUNO
                   THRU P620-IMPRIME-LINHA-ALUNO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QTD-ALUNOS.
       P615-IMPRIME-BLOCO-FIM.

       P617-CABECALHO-DIA.
           COMPUTE WS-IND-COLUNA = WS-IND-DATA - WS-IND-BLOCO + 1
           END-COMPUTE.
           MOVE WS-TD-DATA (WS-IND-DATA) TO WS-DATA-AUX.
           MOVE WS-DA-DIA TO WS-LG-MARCA (WS-IND-COLUNA).
       P617-CABECALHO-DIA-FIM.

       P618-CABECALHO-MES.
           COMPUTE WS-IND-COLUNA = WS-IND-DATA - WS-IND-BLOCO + 1
           END-COMPUTE.
           MOVE WS-TD-DATA (WS-IND-DATA) TO WS-DATA-AUX.
           MOVE WS-DA-MES TO WS-LG-MARCA (WS-IND-COLUNA).
       P618-CABECALHO-MES-FIM.

       P620-IMPRIME-LINHA-ALUNO.
           MOVE SPACES TO WS-LINHA-GRADE.
           MOVE WS-TA-ID-ALUNO (WS-INDICE) TO WS-LG-ID-ALUNO.
           MOVE WS-TA-NM-ALUNO (WS-INDICE) TO WS-LG-NM-ALUNO.
           PERFORM P625-MARCA-COLUNA THRU P625-MARCA-COLUNA-FIM
                   VARYING WS-IND-DATA FROM WS-IND-BLOCO BY 1
                   UNTIL WS-IND-DATA > WS-FIM-BLOCO.
           IF WS-FIM-BLOCO EQUAL WS-QTD-DATAS THEN
               MOVE WS-TA-QT-FALTAS (WS-INDICE) TO WS-ED-QTD
               MOVE WS-ED-QTD TO WS-LG-FALTAS
               MOVE WS-TA-QT-ABONOS (WS-INDICE) TO WS-ED-QTD
               MOVE WS-ED-QTD TO WS-LG-ABONOS
           END-IF.
           MOVE WS-LINHA-GRADE TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P620-IMPRIME-LINHA-ALUNO-FIM.

       P625-MARCA-COLUNA.
           COMPUTE WS-IND-COLUNA = WS-IND-DATA - WS-IND-BLOCO + 1
           END-COMPUTE.
           MOVE SPACES TO WS-LG-MARCA (WS-IND-COLUNA).
           MOVE WS-TA-MARCA (WS-INDICE, WS-IND-DATA)
                TO WS-LG-MARCA (WS-IND-COLUNA) (2:1).
       P625-MARCA-COLUNA-FIM.

      *CONTEUDO MINISTRADO EM CADA DATA DA GRADE, COMO REGISTRADO
      *PELO PROFESSOR NO NTOCOMAN. AULA DE REPOSICAO LEVA A DATA
      *CANCELADA QUE ELA REPOS.
       P640-IMPRIME-CONTEUDO.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'CONTEUDO MINISTRADO POR AULA' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P645-IMPRIME-AULA THRU P645-IMPRIME-AULA-FIM
                   VARYING WS-IND-DATA FROM 1 BY 1
                   UNTIL WS-IND-DATA > WS-QTD-DATAS.
       P640-IMPRIME-CONTEUDO-FIM.

       P645-IMPRIME-AULA.
           MOVE SPACES TO DS-CONTEUDO-CTA.
           IF WS-FS-CTA-OK THEN
               MOVE WS-ID-MATERIA             TO ID-MATERIA-CTA
               MOVE WS-ANO-SEMESTRE           TO ANO-SEMESTRE-CTA
               MOVE WS-TD-DATA (WS-IND-DATA)  TO DT-AULA-CTA
               READ CONTAULA
                   INVALID KEY
                       MOVE SPACES TO DS-CONTEUDO-CTA
               END-READ
           END-IF.
           IF DS-CONTEUDO-CTA EQUAL SPACES THEN
               ADD 1 TO WS-QTD-SEM-CONTEUDO
               MOVE '(CONTEUDO NAO REGISTRADO)' TO DS-CONTEUDO-1-CTA
           END-IF.
           STRING WS-TD-DATA (WS-IND-DATA) '  ' DS-CONTEUDO-1-CTA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF DS-CONTEUDO-2-CTA NOT EQUAL SPACES THEN
               MOVE DS-CONTEUDO-2-CTA TO WS-LINHA-REL (11:70)
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           IF NOT WS-FS-OCO-OK THEN
               GO TO P645-IMPRIME-AULA-FIM
           END-IF.
           MOVE WS-ID-MATERIA            TO ID-MATERIA-OCO.
           MOVE WS-ANO-SEMESTRE          TO ANO-SEMESTRE-OCO.
           MOVE WS-TD-DATA (WS-IND-DATA) TO DT-OCORRENCIA.
           READ OCORRENCIAS
               INVALID KEY
                   GO TO P645-IMPRIME-AULA-FIM
           END-READ.
           IF TP-OCORRENCIA-REPOSICAO THEN
               STRING '(REPOSICAO DA AULA DE ' DT-REFERENCIA-OCO ')'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL (11:40)
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P645-IMPRIME-AULA-FIM.
           EXIT.

      *QUADRO DE NOTAS: AS AVALIACOES DE NOTASDET.DAT NA COLUNA DO
      *NUMERO DA AVALIACAO (ATE 10) E O RESULTADO FINAL DE
      *ALUTODOS.DAT.
       P660-IMPRIME-NOTAS.
           MOVE WS-QT-AVALIACOES TO WS-QT-COLUNAS-NOTA.
           IF WS-QT-COLUNAS-NOTA IS GREATER THAN 10 THEN
               MOVE 10 TO WS-QT-COLUNAS-NOTA
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'AVALIACOES E RESULTADO FINAL' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE SPACES   TO WS-LINHA-NOTAS.
           MOVE 'ALUNO'  TO WS-LN-ID-ALUNO.
           MOVE 'NOME'   TO WS-LN-NM-ALUNO.
           PERFORM P662-CABECALHO-NOTA THRU P662-CABECALHO-NOTA-FIM
                   VARYING WS-IND-NOTA FROM 1 BY 1
                   UNTIL WS-IND-NOTA > WS-QT-COLUNAS-NOTA.
           MOVE 'MEDIA'    TO WS-LN-MEDIA.
           MOVE 'FREQ'     TO WS-LN-FREQ.
           MOVE 'SITUACAO' TO WS-LN-SITUACAO.
           MOVE WS-LINHA-NOTAS TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P665-IMPRIME-NOTAS-ALUNO
                   THRU P665-IMPRIME-NOTAS-ALUNO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QTD-ALUNOS.
       P660-IMPRIME-NOTAS-FIM.

       P662-CABECALHO-NOTA.
           MOVE WS-IND-NOTA TO WS-ED-NR-AVALIACAO.
           STRING 'AV' WS-ED-NR-AVALIACAO
                  DELIMITED BY SIZE
                  INTO WS-LN-NOTA (WS-IND-NOTA)
           END-STRING.
       P662-CABECALHO-NOTA-FIM.

       P665-IMPRIME-NOTAS-ALUNO.
           MOVE SPACES TO WS-LINHA-NOTAS.
           MOVE WS-TA-ID-ALUNO (WS-INDICE) TO WS-LN-ID-ALUNO.
           MOVE WS-TA-NM-ALUNO (WS-INDICE) TO WS-LN-NM-ALUNO.
           IF WS-FS-DET-OK THEN
               SET WS-EOF-DET-OK TO FALSE
               MOVE WS-TA-ID-ALUNO (WS-INDICE)
                                    TO ID-ALUNO     OF CH-NOTADET
               MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-NOTADET
               MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-NOTADET
               MOVE ZEROS           TO NR-AVALIACAO
               START NOTASDET KEY IS NOT LESS THAN CH-NOTADET
                   INVALID KEY
                       SET WS-EOF-DET-OK TO TRUE
               END-START
               PERFORM P667-LE-NOTA THRU P667-LE-NOTA-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-DET-OK
           END-IF.
           MOVE '(NAO APURADO)' TO WS-LN-SITUACAO.
           IF WS-FS-T-OK THEN
               MOVE WS-TA-ID-ALUNO (WS-INDICE)
                                    TO ID-ALUNO     OF CH-TODOS
               MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-TODOS
               MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-TODOS
               READ TODOS-ALUNOS
                   NOT INVALID KEY
                       MOVE MD-ALUNO OF REG-TODOS TO WS-ED-NOTA
                       MOVE WS-ED-NOTA TO WS-LN-MEDIA
                       MOVE FR-ALUNO OF REG-TODOS TO WS-ED-FREQ
                       MOVE WS-ED-FREQ TO WS-LN-FREQ
                       MOVE ST-APROVACAO OF REG-TODOS
                            TO WS-LN-SITUACAO
               END-READ
           END-IF.
           MOVE WS-LINHA-NOTAS TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P665-IMPRIME-NOTAS-ALUNO-FIM.

       P667-LE-NOTA.
           READ NOTASDET NEXT RECORD
               AT END
                   SET WS-EOF-DET-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO OF CH-NOTADET NOT EQUAL
                          WS-TA-ID-ALUNO (WS-INDICE) OR
                      ID-MATERIA OF CH-NOTADET NOT EQUAL
                          WS-ID-MATERIA OR
                      ANO-SEMESTRE OF CH-NOTADET NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-DET-OK TO TRUE
                   ELSE
                       IF NR-AVALIACAO IS GREATER THAN ZEROS AND
                          NR-AVALIACAO IS NOT GREATER THAN
                              WS-QT-COLUNAS-NOTA THEN
                           MOVE NT-NOTA TO WS-ED-NOTA
                           MOVE WS-ED-NOTA
                                TO WS-LN-NOTA (NR-AVALIACAO)
                       END-IF
                   END-IF
           END-READ.
       P667-LE-NOTA-FIM.

       P680-IMPRIME-ASSINATURAS.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '_' TO WS-LINHA-REL (1:40).
           MOVE ALL '_' TO WS-LINHA-REL (51:40).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'PROFESSOR RESPONSAVEL (' WS-ID-PROFESSOR ')'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL (1:40)
           END-STRING.
           MOVE 'COORDENACAO / SECRETARIA' TO WS-LINHA-REL (51:40).
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'DIARIO FECHADO PARA LANCAMENTOS DE CHAMADA NESTA '
                  'IMPRESSAO. ALTERACAO SO POR SUPERVISOR (NTCHAINC).'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P680-IMPRIME-ASSINATURAS-FIM.

      *FECHA A OFERTA/TURMA EM DIAFECHA.DAT. NA REIMPRESSAO O
      *REGISTRO E ATUALIZADO, PRESERVANDO A CONTAGEM DE ALTERACOES
      *FEITAS POR SUPERVISOR DEPOIS DO FECHAMENTO.
       P700-FECHA-DIARIO.
           IF NOT WS-DIARIO-EXISTE-OK THEN
               INITIALIZE REG-DIAFECHA
                   REPLACING NUMERIC       BY ZEROES
                             ALPHANUMERIC  BY SPACES
               MOVE WS-ID-MATERIA   TO ID-MATERIA-DIA
               MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-DIA
               MOVE WS-TURMA        TO CD-TURMA-DIA
           END-IF.
           SET ST-DIARIO-FECHADO    TO TRUE.
           MOVE WS-DH-DATA          TO DT-IMPRESSAO-DIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-IMP-DIA.
           MOVE WS-SP-NUMERO        TO NR-SPOOL-DIA.
           ADD 1 TO QT-IMPRESSOES-DIA.
           IF WS-DIARIO-EXISTE-OK THEN
               REWRITE REG-DIAFECHA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O FECHAMENTO DO '
                               'DIARIO. FILE STATUS: ' WS-FS-DIA
                       END-DISPLAY
               END-REWRITE
           ELSE
               WRITE REG-DIAFECHA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O FECHAMENTO DO '
                               'DIARIO. FILE STATUS: ' WS-FS-DIA
                       END-DISPLAY
               END-WRITE
           END-IF.
           DISPLAY 'DIARIO FECHADO PARA LANCAMENTOS DE CHAMADA.'
           END-DISPLAY.
       P700-FECHA-DIARIO-FIM.

      *ALOCA O SPOOL DO DIARIO NO PGSPOOL E ABRE O ARQUIVO DE SAIDA
      *DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTDIACLA'      TO WS-SP-RELATORIO.
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
           DISPLAY 'DIARIO GUARDADO NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P420-FECHA-ARQ.
           CLOSE MATERIAS.
           CLOSE MATRICULA.
           CLOSE ALUNOS.
           CLOSE CHAMADA.
           CLOSE DIAFECHA.
           IF WS-FS-AB-OK THEN
               CLOSE ABONO
           END-IF.
           IF WS-FS-DET-OK THEN
               CLOSE NOTASDET
           END-IF.
           IF WS-FS-T-OK THEN
               CLOSE TODOS-ALUNOS
           END-IF.
           IF WS-FS-CTA-OK THEN
               CLOSE CONTAULA
           END-IF.
           IF WS-FS-OCO-OK THEN
               CLOSE OCORRENCIAS
           END-IF.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS MATERIAS..: ' WS-FS-M
           END-DISPLAY.
           DISPLAY 'FILE STATUS MATRICULA.: ' WS-FS-R
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS CHAMADA...: ' WS-FS-C
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTDIACLA.
