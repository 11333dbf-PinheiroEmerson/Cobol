      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      18/09/2023.
      * Purpose:   CONFERENCIA COBRANCA X MATRICULA - PARA A
      *            COMPETENCIA E O PERIODO LETIVO INFORMADOS, CONFRONTA
      *            QUEM ESTUDA (MATRICULAS ATIVAS DO PERIODO EM
      *            MATRICULA.DAT E A SITUACAO ST-ALUNO EM ALUNOS.DAT)
      *            COM O QUE FOI COBRADO EM MENSALIDADE.DAT, PELA
      *            MESMA REGRA DO NTFINABR: PRECO DO CURSO NA
      *            COMPETENCIA (PRECOS.DAT) MENOS A BOLSA DO ALUNO
      *            (BOLSAS.DAT). O RELATORIO NO SPOOL (PGSPOOL) LISTA,
      *            CADA UM COM A ACAO SUGERIDA: ALUNO ATIVO SEM
      *            COBRANCA, COBRANCA SEM MATRICULA ATIVA, VALOR
      *            COBRADO DIFERENTE DO PRECO MENOS A BOLSA, COBRANCA
      *            EM DUPLICIDADE NA COMPETENCIA E TIPO (O MESMO CPF
      *            COBRADO EM DOIS CADASTROS) E COBRANCA DE ALUNO
      *            CANCELADO OU EGRESSO. OS NUMEROS DA EXECUCAO FICAM
      *            EM CONCMAT.DAT, CONDICAO PARA O NTFINFEC FECHAR O
      *            MES.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFINCMT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-F.

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

           SELECT PRECOS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-PRECO
           FILE  STATUS IS WS-FS-P.

           SELECT BOLSAS
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO-BOLSA
           FILE  STATUS IS WS-FS-B.

           SELECT CONCMAT
           ASSIGN TO WS-CAMINHO-CONCMAT
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS COMPETENCIA-CMT
           FILE  STATUS IS WS-FS-CMT.

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
       FD  MATRICULA.
           COPY CFPK0005.

       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  PRECOS.
           COPY CFPK0024.

       FD  BOLSAS.
           COPY CFPK0025.

       FD  CONCMAT.
           COPY CFPK0085.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-CAMINHO-CONCMAT          PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-AUDITORIA        PIC X(80) VALUE SPACES.

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

      *COMPETENCIA CONFERIDA E PERIODO LETIVO DAS MATRICULAS QUE A
      *GERAM (OS MESMOS DOIS DADOS PEDIDOS NA ABERTURA, NTFINABR).
       01  WS-COMPETENCIA.
           03 WS-CP-ANO                PIC 9(04).
           03 WS-CP-MES                PIC 9(02).
       01  FILLER REDEFINES WS-COMPETENCIA.
           03 WS-CP-NUMERO             PIC 9(06).

       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).
       01  FILLER REDEFINES WS-ANO-SEMESTRE.
           03 WS-AS-NUMERO             PIC 9(05).

      *ALUNOS COM MATRICULA ATIVA NO PERIODO, NA ORDEM DA CHAVE DE
      *MATRICULA.DAT (ALUNO CRESCENTE). A VARREDURA DAS COBRANCAS,
      *TAMBEM NA ORDEM DO ALUNO, ANDA NA TABELA SEM VOLTAR.
       01  WS-TABELA-ATIVOS.
           03 WS-QT-ATIVOS             PIC 9(04) VALUE ZEROS.
           03 WS-ATIVO OCCURS 5000 TIMES.
               05 WS-AT-ID-ALUNO       PIC 9(05).

      *ALUNOS COBRADOS DE MENSALIDADE NA COMPETENCIA, COM O CPF DO
      *CADASTRO, PARA ACHAR A MESMA PESSOA COBRADA DUAS VEZES.
       01  WS-TABELA-COBRADOS.
           03 WS-QT-COBRADOS           PIC 9(04) VALUE ZEROS.
           03 WS-COBRADO OCCURS 5000 TIMES.
               05 WS-CB-ID-ALUNO       PIC 9(05).
               05 WS-CB-CPF            PIC 9(11).

       77  WS-INDICE                   PIC 9(04) VALUE ZEROS.
       77  WS-INDICE-2                 PIC 9(04) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(04) VALUE ZEROS.
       77  WS-IND-ATIVO                PIC 9(04) VALUE ZEROS.
       77  WS-ULTIMO-ALUNO             PIC 9(05) VALUE ZEROS.
       77  WS-ID-ALUNO-ATUAL           PIC 9(05) VALUE ZEROS.

      *VALOR ESPERADO (PRECO MENOS BOLSA) E VALOR COBRADO ANTES DO
      *PROPORCIONAL DE ENTRADA (VL-INTEGRAL-PRORATA QUANDO HOUVER).
       77  WS-VL-ESPERADO              PIC 9(05)V99 VALUE ZEROS.
       77  WS-VL-COBRADO               PIC 9(05)V99 VALUE ZEROS.
       77  WS-MSK-VL-COBRADO           PIC ZZ.ZZ9,99.
       77  WS-MSK-VL-ESPERADO          PIC ZZ.ZZ9,99.
       77  WS-OCORRENCIA               PIC X(20) VALUE SPACES.
       77  WS-TP-COBRANCA              PIC X(01) VALUE SPACES.
       77  WS-ACAO-SUGERIDA            PIC X(60) VALUE SPACES.

      *NUMEROS DA CONFERENCIA, GRAVADOS EM CONCMAT.DAT.
       77  WS-QTD-COBRANCAS            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-COBRANCA         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-MATRICULA        PIC 9(05) VALUE ZEROS.
       77  WS-QTD-DIVERGENCIA          PIC 9(05) VALUE ZEROS.
       77  WS-QTD-DUPLICIDADE          PIC 9(05) VALUE ZEROS.
       77  WS-QTD-INATIVO              PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PENDENCIAS           PIC 9(05) VALUE ZEROS.

       77  WS-EOF-MATRICULA            PIC X.
           88 WS-EOF-MATRICULA-OK      VALUE 'S' FALSE 'N'.
       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.
       77  WS-TABELA-CHEIA             PIC X.
           88 WS-TABELA-CHEIA-OK       VALUE 'S' FALSE 'N'.
       77  WS-ALUNO-ACHADO             PIC X.
           88 WS-ALUNO-ACHADO-OK       VALUE 'S' FALSE 'N'.
       77  WS-PRECO-ACHADO             PIC X.
           88 WS-PRECO-ACHADO-OK       VALUE 'S' FALSE 'N'.
       77  WS-COBRANCA-ACHADA          PIC X.
           88 WS-COBRANCA-ACHADA-OK    VALUE 'S' FALSE 'N'.
       77  WS-CADASTROS-ABERTOS        PIC X.
           88 WS-CADASTROS-ABERTOS-OK  VALUE 'S' FALSE 'N'.

       77  WS-FS-R                     PIC 99.
           88 WS-FS-R-OK               VALUE 0.
       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-B                     PIC 99.
           88 WS-FS-B-OK               VALUE 0.
       77  WS-FS-CMT                   PIC 99.
           88 WS-FS-CMT-OK             VALUE 0.
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
      *(60 LINHAS POR PAGINA, COMO NO NTFINCAI).
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
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-R WS-FS-F WS-FS-A WS-FS-P WS-FS-B
                      WS-FS-CMT WS-FS-AUD WS-FS-SPL
                      WS-COMPETENCIA WS-ANO-SEMESTRE
                      WS-QT-ATIVOS WS-QT-COBRADOS WS-ULTIMO-ALUNO
                      WS-QTD-COBRANCAS WS-QTD-SEM-COBRANCA
                      WS-QTD-SEM-MATRICULA WS-QTD-DIVERGENCIA
                      WS-QTD-DUPLICIDADE WS-QTD-INATIVO
                      WS-QTD-PENDENCIAS WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MATRICULA-OK     TO FALSE.
           SET WS-EOF-MENSALIDADE-OK   TO FALSE.
           SET WS-TABELA-CHEIA-OK      TO FALSE.
           SET WS-CADASTROS-ABERTOS-OK TO TRUE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DAS MATRICULAS, DAS COBRANCAS, DOS ALUNOS,
      *DA TABELA DE PRECOS, DAS BOLSAS, DO CONTROLE DA CONFERENCIA E
      *DA AUDITORIA A PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PRECOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\BOLSAS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CONCMAT.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-CONCMAT
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-AUDITORIA
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *SEM MATRICULAS OU SEM ALUNOS NAO HA O QUE CONFERIR. SEM
      *COBRANCAS, TODO ALUNO ATIVO SAI SEM COBRANCA; SEM PRECOS, TODO
      *ALUNO SAI SEM VALOR ESPERADO; SEM BOLSAS, NENHUM DESCONTO.
       P400-ABRE-ARQ.
           OPEN INPUT MATRICULA.
           IF NOT WS-FS-R-OK THEN
               DISPLAY 'ERRO AO ABRIR MATRICULA. FILE STATUS: ' WS-FS-R
               END-DISPLAY
               SET WS-CADASTROS-ABERTOS-OK TO FALSE
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               DISPLAY 'ERRO AO ABRIR ALUNOS. FILE STATUS: ' WS-FS-A
               END-DISPLAY
               SET WS-CADASTROS-ABERTOS-OK TO FALSE
           END-IF.
           OPEN INPUT MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
               SET WS-EOF-MENSALIDADE-OK TO TRUE
           END-IF.
           OPEN INPUT PRECOS.
           OPEN INPUT BOLSAS.
           OPEN I-O CONCMAT.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-CMT-OK THEN
               OPEN OUTPUT CONCMAT
               CLOSE CONCMAT
               OPEN I-O CONCMAT
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           IF NOT WS-CADASTROS-ABERTOS-OK THEN
               DISPLAY 'CADASTRO DE MATRICULAS OU DE ALUNOS '
                       'INDISPONIVEL. NADA A CONFERIR.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           DISPLAY 'CONFERENCIA COBRANCA X MATRICULA.'
           END-DISPLAY.
           DISPLAY 'INFORME O ANO DA COMPETENCIA (AAAA)....: '
           END-DISPLAY.
           ACCEPT WS-CP-ANO
           END-ACCEPT.
           DISPLAY 'INFORME O MES DA COMPETENCIA (MM)......: '
           END-DISPLAY.
           ACCEPT WS-CP-MES
           END-ACCEPT.
           DISPLAY 'INFORME O ANO DO PERIODO LETIVO........: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'INFORME O SEMESTRE (1 OU 2)............: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           PERFORM P300-ABRE-SPOOL     THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P450-LE-MATRICULA   THRU P450-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MATRICULA-OK.
           PERFORM P500-POSICIONA-COBRANCA
                   THRU P500-POSICIONA-COBRANCA-FIM.
           MOVE 1 TO WS-IND-ATIVO.
           PERFORM P510-LE-COBRANCA    THRU P510-LE-COBRANCA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK.
           PERFORM P560-VERIFICA-DUPLICIDADE
                   THRU P560-VERIFICA-DUPLICIDADE-FIM.
           PERFORM P600-GRAVA-TOTAIS   THRU P600-GRAVA-TOTAIS-FIM.
           PERFORM P310-FECHA-SPOOL    THRU P310-FECHA-SPOOL-FIM.
           PERFORM P700-GRAVA-CONTROLE THRU P700-GRAVA-CONTROLE-FIM.
       P200-PROCESSA-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTFINCMT'      TO WS-SP-RELATORIO.
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
           DISPLAY 'CONFERENCIA GUARDADA NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P440-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CONFERENCIA COBRANCA X MATRICULA - COMPETENCIA '
                  WS-CP-MES '/' WS-CP-ANO ' - PERIODO ' WS-AS-ANO '/'
                  WS-AS-SEMESTRE ' - EMITIDA EM ' WS-DH-DATA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'OCORRENCIA           ALUNO T   COBRADO  ESPERADO '
                  DELIMITED BY SIZE
                  'ACAO SUGERIDA'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

      *UMA CONFERENCIA POR ALUNO COM AO MENOS UMA MATRICULA ATIVA NO
      *PERIODO. AS MATRICULAS DE UM MESMO ALUNO SAO CONSECUTIVAS NA
      *ORDEM DA CHAVE, COMO NA ABERTURA (NTFINABR).
       P450-LE-MATRICULA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
               NOT AT END
                   IF ST-MATRICULA-ATIVA AND
                      ANO-SEMESTRE OF REG-MATRICULA EQUAL
                          WS-ANO-SEMESTRE AND
                      ID-ALUNO OF CH-MATRICULA NOT EQUAL
                          WS-ULTIMO-ALUNO THEN
                       MOVE ID-ALUNO OF CH-MATRICULA
                            TO WS-ULTIMO-ALUNO
                       PERFORM P460-CONFERE-ATIVO
                               THRU P460-CONFERE-ATIVO-FIM
                   END-IF
           END-READ.
       P450-LE-MATRICULA-FIM.

      *ALUNO COM MATRICULA ATIVA: PROCURA A MENSALIDADE DELE NA
      *COMPETENCIA. ALUNO TRANCADO, CANCELADO, TRANSFERIDO OU EGRESSO
      *NAO E COBRADO PELA MATRICULA; SO O ATIVO (OU EM BRANCO, O
      *CADASTRO ANTIGO) PRECISA TER A COBRANCA.
       P460-CONFERE-ATIVO.
           IF WS-QT-ATIVOS IS NOT LESS THAN 5000 THEN
               SET WS-TABELA-CHEIA-OK TO TRUE
           ELSE
               ADD 1 TO WS-QT-ATIVOS
               MOVE WS-ULTIMO-ALUNO TO WS-AT-ID-ALUNO (WS-QT-ATIVOS)
           END-IF.
           MOVE WS-ULTIMO-ALUNO TO WS-ID-ALUNO-ATUAL.
           PERFORM P480-CALCULA-ESPERADO
                   THRU P480-CALCULA-ESPERADO-FIM.
           IF WS-ALUNO-ACHADO-OK AND
              NOT ST-ALUNO-ATIVO AND ST-ALUNO NOT EQUAL SPACES THEN
               GO TO P460-CONFERE-ATIVO-FIM
           END-IF.
           SET WS-COBRANCA-ACHADA-OK TO FALSE.
           IF WS-FS-F-OK THEN
               MOVE WS-ULTIMO-ALUNO TO ID-ALUNO OF CH-MENSALIDADE
               MOVE WS-COMPETENCIA  TO COMPETENCIA
               SET TP-COBRANCA-MENSALIDADE TO TRUE
               READ MENSALIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ST-COBRANCA-CANCELADA THEN
                           SET WS-COBRANCA-ACHADA-OK TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-COBRANCA-ACHADA-OK THEN
               PERFORM P470-CONFERE-VALOR
                       THRU P470-CONFERE-VALOR-FIM
               GO TO P460-CONFERE-ATIVO-FIM
           END-IF.
           ADD 1 TO WS-QTD-SEM-COBRANCA.
           MOVE 'ATIVO SEM COBRANCA' TO WS-OCORRENCIA.
           MOVE 'M'   TO WS-TP-COBRANCA.
           MOVE ZEROS TO WS-VL-COBRADO.
           EVALUATE TRUE
               WHEN NOT WS-ALUNO-ACHADO-OK
                   MOVE 'MATRICULA SEM CADASTRO: CADASTRAR O ALUNO'
                        TO WS-ACAO-SUGERIDA
               WHEN ID-CURSO OF REG-ALUNO EQUAL ZEROS
                   MOVE 'ATRIBUIR O CURSO AO ALUNO E REABRIR (NTFINABR)'
                        TO WS-ACAO-SUGERIDA
               WHEN NOT WS-PRECO-ACHADO-OK
                   MOVE 'CADASTRAR O PRECO (NTPRCMAN) E REABRIR'
                        TO WS-ACAO-SUGERIDA
               WHEN OTHER
                   MOVE 'GERAR A COBRANCA (REABRIR PELO NTFINABR)'
                        TO WS-ACAO-SUGERIDA
           END-EVALUATE.
           PERFORM P590-GRAVA-OCORRENCIA
                   THRU P590-GRAVA-OCORRENCIA-FIM.
       P460-CONFERE-ATIVO-FIM.
           EXIT.

      *O VALOR COBRADO SE COMPARA ANTES DO PROPORCIONAL DE ENTRADA:
      *NA COBRANCA PROPORCIONAL VALE O VL-INTEGRAL-PRORATA GRAVADO
      *NELA. O DESCONTO DE IRMAOS DA ABERTURA NAO FICA NA COBRANCA:
      *VALOR ABAIXO DO ESPERADO PEDE CONFERIR A FAMILIA ANTES DE
      *REEMITIR.
       P470-CONFERE-VALOR.
           IF NOT WS-ALUNO-ACHADO-OK OR NOT WS-PRECO-ACHADO-OK THEN
               GO TO P470-CONFERE-VALOR-FIM
           END-IF.
           IF TP-PRORATA NOT EQUAL SPACES THEN
               MOVE VL-INTEGRAL-PRORATA TO WS-VL-COBRADO
           ELSE
               MOVE VL-MENSALIDADE      TO WS-VL-COBRADO
           END-IF.
           IF WS-VL-COBRADO EQUAL WS-VL-ESPERADO THEN
               GO TO P470-CONFERE-VALOR-FIM
           END-IF.
           ADD 1 TO WS-QTD-DIVERGENCIA.
           MOVE 'VALOR DIVERGENTE' TO WS-OCORRENCIA.
           MOVE 'M'                TO WS-TP-COBRANCA.
           IF WS-VL-COBRADO IS GREATER THAN WS-VL-ESPERADO THEN
               MOVE 'CONFERIR PRECO E BOLSA; CANCELAR E REEMITIR'
                    TO WS-ACAO-SUGERIDA
           ELSE
               MOVE 'CONFERIR DESCONTO DE IRMAOS; SENAO REEMITIR'
                    TO WS-ACAO-SUGERIDA
           END-IF.
           PERFORM P590-GRAVA-OCORRENCIA
                   THRU P590-GRAVA-OCORRENCIA-FIM.
       P470-CONFERE-VALOR-FIM.
           EXIT.

      *VALOR ESPERADO DA MENSALIDADE DO ALUNO, PELA REGRA DA
      *ABERTURA: PRECO DO CURSO NA COMPETENCIA MENOS A BOLSA AINDA
      *NAO REVOGADA NA COMPETENCIA.
       P480-CALCULA-ESPERADO.
           SET WS-ALUNO-ACHADO-OK TO FALSE.
           SET WS-PRECO-ACHADO-OK TO FALSE.
           MOVE ZEROS TO WS-VL-ESPERADO.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   GO TO P480-CALCULA-ESPERADO-FIM
           END-READ.
           SET WS-ALUNO-ACHADO-OK TO TRUE.
           IF ID-CURSO OF REG-ALUNO EQUAL ZEROS OR NOT WS-FS-P-OK THEN
               GO TO P480-CALCULA-ESPERADO-FIM
           END-IF.
           MOVE ID-CURSO OF REG-ALUNO TO ID-CURSO-PRECO.
           MOVE WS-CP-ANO             TO CP-ANO-PRECO.
           MOVE WS-CP-MES             TO CP-MES-PRECO.
           READ PRECOS
               INVALID KEY
                   GO TO P480-CALCULA-ESPERADO-FIM
           END-READ.
           SET WS-PRECO-ACHADO-OK TO TRUE.
           MOVE VL-MENSALIDADE-CURSO TO WS-VL-ESPERADO.
           IF NOT WS-FS-B-OK THEN
               GO TO P480-CALCULA-ESPERADO-FIM
           END-IF.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO-BOLSA.
           READ BOLSAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-REVOGACAO-BOLSA EQUAL ZEROS OR
                      WS-CP-NUMERO IS LESS THAN
                          CP-REVOGACAO-BOLSA THEN
                       COMPUTE WS-VL-ESPERADO ROUNDED =
                           VL-MENSALIDADE-CURSO *
                           (100 - PC-DESCONTO-BOLSA) / 100
                   END-IF
           END-READ.
       P480-CALCULA-ESPERADO-FIM.
           EXIT.

      *AS LEITURAS DIRETAS DA PRIMEIRA PASSADA MEXERAM NA POSICAO:
      *A VARREDURA DAS COBRANCAS RECOMECA DO INICIO DO ARQUIVO.
       P500-POSICIONA-COBRANCA.
           IF WS-EOF-MENSALIDADE-OK THEN
               GO TO P500-POSICIONA-COBRANCA-FIM
           END-IF.
           MOVE ZEROS  TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE ZEROS  TO COMPETENCIA.
           MOVE SPACES TO TP-COBRANCA.
           START MENSALIDADE KEY IS NOT LESS THAN CH-MENSALIDADE
               INVALID KEY
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
           END-START.
       P500-POSICIONA-COBRANCA-FIM.
           EXIT.

       P510-LE-COBRANCA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
               NOT AT END
                   IF COMPETENCIA EQUAL WS-COMPETENCIA AND
                      NOT ST-COBRANCA-CANCELADA THEN
                       PERFORM P520-CONFERE-COBRANCA
                               THRU P520-CONFERE-COBRANCA-FIM
                   END-IF
           END-READ.
       P510-LE-COBRANCA-FIM.

      *COBRANCA DA COMPETENCIA: MENSALIDADE OU TAXA DE MATRICULA DE
      *ALUNO CANCELADO OU EGRESSO NAO DEVIA EXISTIR (DOCUMENTO,
      *RECUPERACAO E BIBLIOTECA PODEM SER DE EX-ALUNO); MENSALIDADE
      *PRECISA DE MATRICULA ATIVA NO PERIODO.
       P520-CONFERE-COBRANCA.
           ADD 1 TO WS-QTD-COBRANCAS.
           SET WS-ALUNO-ACHADO-OK TO FALSE.
           MOVE ID-ALUNO OF CH-MENSALIDADE TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALUNO-ACHADO-OK TO TRUE
           END-READ.
           MOVE ID-ALUNO OF CH-MENSALIDADE TO WS-ID-ALUNO-ATUAL.
           MOVE TP-COBRANCA    TO WS-TP-COBRANCA.
           MOVE VL-MENSALIDADE TO WS-VL-COBRADO.
           MOVE ZEROS          TO WS-VL-ESPERADO.
           IF WS-ALUNO-ACHADO-OK AND
              (ST-ALUNO-CANCELADO OR ST-ALUNO-EGRESSO) AND
              (TP-COBRANCA-MENSALIDADE OR TP-COBRANCA-MATRICULA) THEN
               ADD 1 TO WS-QTD-INATIVO
               MOVE 'ALUNO INATIVO' TO WS-OCORRENCIA
               STRING 'ALUNO '                DELIMITED BY SIZE
                      ST-ALUNO                DELIMITED BY SPACE
                      ': CANCELAR A COBRANCA' DELIMITED BY SIZE
                      INTO WS-ACAO-SUGERIDA
               END-STRING
               PERFORM P590-GRAVA-OCORRENCIA
                       THRU P590-GRAVA-OCORRENCIA-FIM
               GO TO P520-CONFERE-COBRANCA-FIM
           END-IF.
           IF NOT TP-COBRANCA-MENSALIDADE THEN
               GO TO P520-CONFERE-COBRANCA-FIM
           END-IF.
           IF WS-QT-COBRADOS IS NOT LESS THAN 5000 THEN
               SET WS-TABELA-CHEIA-OK TO TRUE
           ELSE
               ADD 1 TO WS-QT-COBRADOS
               MOVE WS-ID-ALUNO-ATUAL
                    TO WS-CB-ID-ALUNO (WS-QT-COBRADOS)
               MOVE ZEROS TO WS-CB-CPF (WS-QT-COBRADOS)
               IF WS-ALUNO-ACHADO-OK THEN
                   MOVE CPF-ALUNO OF REG-ALUNO
                        TO WS-CB-CPF (WS-QT-COBRADOS)
               END-IF
           END-IF.
      *COM A TABELA DE ATIVOS CHEIA NAO DA PARA AFIRMAR QUE O ALUNO
      *NAO TEM MATRICULA: A OCORRENCIA SO E APONTADA COM A TABELA
      *COMPLETA.
           IF WS-TABELA-CHEIA-OK THEN
               GO TO P520-CONFERE-COBRANCA-FIM
           END-IF.
           PERFORM P530-AVANCA-ATIVO THRU P530-AVANCA-ATIVO-FIM
                   WITH TEST BEFORE
                   UNTIL WS-IND-ATIVO > WS-QT-ATIVOS
                      OR WS-AT-ID-ALUNO (WS-IND-ATIVO)
                         IS NOT LESS THAN WS-ID-ALUNO-ATUAL.
           IF WS-IND-ATIVO IS NOT GREATER THAN WS-QT-ATIVOS THEN
               IF WS-AT-ID-ALUNO (WS-IND-ATIVO) EQUAL
                  WS-ID-ALUNO-ATUAL THEN
                   GO TO P520-CONFERE-COBRANCA-FIM
               END-IF
           END-IF.
           ADD 1 TO WS-QTD-SEM-MATRICULA.
           MOVE 'SEM MATRICULA ATIVA' TO WS-OCORRENCIA.
           EVALUATE TRUE
               WHEN NOT WS-ALUNO-ACHADO-OK
                   MOVE 'ALUNO SEM CADASTRO: CANCELAR A COBRANCA'
                        TO WS-ACAO-SUGERIDA
               WHEN ST-ALUNO-TRANCADO
                   MOVE 'ALUNO TRANCADO: CANCELAR A COBRANCA'
                        TO WS-ACAO-SUGERIDA
               WHEN OTHER
                   MOVE 'REVER MATRICULAS DO PERIODO OU CANCELAR'
                        TO WS-ACAO-SUGERIDA
           END-EVALUATE.
           PERFORM P590-GRAVA-OCORRENCIA
                   THRU P590-GRAVA-OCORRENCIA-FIM.
       P520-CONFERE-COBRANCA-FIM.
           EXIT.

       P530-AVANCA-ATIVO.
           ADD 1 TO WS-IND-ATIVO.
       P530-AVANCA-ATIVO-FIM.

      *A CHAVE DE MENSALIDADE.DAT (ALUNO + COMPETENCIA + TIPO) JA
      *IMPEDE DUAS COBRANCAS DO MESMO CADASTRO; A DUPLICIDADE QUE
      *SOBRA E A MESMA PESSOA (MESMO CPF) COBRADA EM DOIS CADASTROS.
      *CADA COBRANCA ALEM DA PRIMEIRA SAI UMA VEZ NO RELATORIO.
       P560-VERIFICA-DUPLICIDADE.
           PERFORM P565-PROCURA-CPF THRU P565-PROCURA-CPF-FIM
                   VARYING WS-INDICE FROM 2 BY 1
                   UNTIL WS-INDICE > WS-QT-COBRADOS.
       P560-VERIFICA-DUPLICIDADE-FIM.

       P565-PROCURA-CPF.
           IF WS-CB-CPF (WS-INDICE) EQUAL ZEROS THEN
               GO TO P565-PROCURA-CPF-FIM
           END-IF.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P570-COMPARA-CPF THRU P570-COMPARA-CPF-FIM
                   VARYING WS-INDICE-2 FROM 1 BY 1
                   UNTIL WS-INDICE-2 IS NOT LESS THAN WS-INDICE
                      OR WS-INDICE-ACHADO IS GREATER THAN ZEROS.
           IF WS-INDICE-ACHADO EQUAL ZEROS THEN
               GO TO P565-PROCURA-CPF-FIM
           END-IF.
           ADD 1 TO WS-QTD-DUPLICIDADE.
           MOVE 'COBRANCA DUPLICADA' TO WS-OCORRENCIA.
           MOVE WS-CB-ID-ALUNO (WS-INDICE) TO WS-ID-ALUNO-ATUAL.
           MOVE ZEROS TO WS-VL-COBRADO.
           MOVE ZEROS TO WS-VL-ESPERADO.
           MOVE 'M'   TO WS-TP-COBRANCA.
           STRING 'MESMO CPF DO ALUNO '
                  WS-CB-ID-ALUNO (WS-INDICE-ACHADO)
                  ': UNIFICAR (NTALUMRG) E CANCELAR UMA'
                  DELIMITED BY SIZE
                  INTO WS-ACAO-SUGERIDA
           END-STRING.
           PERFORM P590-GRAVA-OCORRENCIA
                   THRU P590-GRAVA-OCORRENCIA-FIM.
       P565-PROCURA-CPF-FIM.
           EXIT.

       P570-COMPARA-CPF.
           IF WS-CB-CPF (WS-INDICE-2) EQUAL WS-CB-CPF (WS-INDICE) THEN
               MOVE WS-INDICE-2 TO WS-INDICE-ACHADO
           END-IF.
       P570-COMPARA-CPF-FIM.

      *LINHA DA OCORRENCIA NO RELATORIO, COM A ACAO SUGERIDA.
       P590-GRAVA-OCORRENCIA.
           MOVE WS-VL-COBRADO  TO WS-MSK-VL-COBRADO.
           MOVE WS-VL-ESPERADO TO WS-MSK-VL-ESPERADO.
           STRING WS-OCORRENCIA ' ' WS-ID-ALUNO-ATUAL ' '
                  WS-TP-COBRANCA ' ' WS-MSK-VL-COBRADO ' '
                  WS-MSK-VL-ESPERADO ' ' WS-ACAO-SUGERIDA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE SPACES TO WS-ACAO-SUGERIDA.
       P590-GRAVA-OCORRENCIA-FIM.

       P600-GRAVA-TOTAIS.
           COMPUTE WS-QTD-PENDENCIAS = WS-QTD-SEM-COBRANCA
                                     + WS-QTD-SEM-MATRICULA
                                     + WS-QTD-DIVERGENCIA
                                     + WS-QTD-DUPLICIDADE
                                     + WS-QTD-INATIVO.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ALUNOS COM MATRICULA ATIVA..: ' WS-QT-ATIVOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'COBRANCAS DA COMPETENCIA....: ' WS-QTD-COBRANCAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ATIVOS SEM COBRANCA.........: ' WS-QTD-SEM-COBRANCA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'COBRANCAS SEM MATRICULA.....: '
                  WS-QTD-SEM-MATRICULA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'VALORES DIVERGENTES.........: ' WS-QTD-DIVERGENCIA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'COBRANCAS DUPLICADAS........: ' WS-QTD-DUPLICIDADE
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'COBRANCAS DE ALUNO INATIVO..: ' WS-QTD-INATIVO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-TABELA-CHEIA-OK THEN
               MOVE 'ATENCAO: MAIS DE 5000 ALUNOS OU COBRANCAS; A'
                    TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               MOVE '         CONFERENCIA FICOU INCOMPLETA.'
                    TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           DISPLAY 'ALUNOS COM MATRICULA ATIVA..: ' WS-QT-ATIVOS
           END-DISPLAY.
           DISPLAY 'COBRANCAS DA COMPETENCIA....: ' WS-QTD-COBRANCAS
           END-DISPLAY.
           DISPLAY 'PENDENCIAS..................: ' WS-QTD-PENDENCIAS
                   ' (SEM COBRANCA ' WS-QTD-SEM-COBRANCA
                   ', SEM MATRICULA ' WS-QTD-SEM-MATRICULA
                   ', VALOR ' WS-QTD-DIVERGENCIA
                   ', DUPLICADA ' WS-QTD-DUPLICIDADE
                   ', INATIVO ' WS-QTD-INATIVO ')'
           END-DISPLAY.
       P600-GRAVA-TOTAIS-FIM.

      *GUARDA OS NUMEROS DA EXECUCAO PARA O FECHAMENTO (NTFINFEC).
      *CONFERENCIA INCOMPLETA (TABELA CHEIA) NAO LIBERA O FECHAMENTO:
      *CONTA COMO PENDENCIA.
       P700-GRAVA-CONTROLE.
           IF WS-TABELA-CHEIA-OK THEN
               ADD 1 TO WS-QTD-PENDENCIAS
           END-IF.
           MOVE WS-COMPETENCIA       TO COMPETENCIA-CMT.
           MOVE WS-ANO-SEMESTRE      TO ANO-SEMESTRE-CMT.
           MOVE WS-DH-DATA           TO DT-EXECUCAO-CMT.
           MOVE WS-DH-HORARIO        TO HR-EXECUCAO-CMT.
           MOVE WS-COM-OPERADOR      TO ID-OPERADOR-CMT.
           MOVE WS-SP-NUMERO         TO NR-SPOOL-CMT.
           MOVE WS-QT-ATIVOS         TO QT-ATIVOS-CMT.
           MOVE WS-QTD-COBRANCAS     TO QT-COBRANCAS-CMT.
           MOVE WS-QTD-SEM-COBRANCA  TO QT-SEM-COBRANCA-CMT.
           MOVE WS-QTD-SEM-MATRICULA TO QT-SEM-MATRICULA-CMT.
           MOVE WS-QTD-DIVERGENCIA   TO QT-DIVERGENCIA-CMT.
           MOVE WS-QTD-DUPLICIDADE   TO QT-DUPLICIDADE-CMT.
           MOVE WS-QTD-INATIVO       TO QT-INATIVO-CMT.
           MOVE WS-QTD-PENDENCIAS    TO QT-PENDENCIAS-CMT.
           WRITE REG-CONCMAT
               INVALID KEY
                   REWRITE REG-CONCMAT
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A CONFERENCIA.'
                           END-DISPLAY
                           GO TO P700-GRAVA-CONTROLE-FIM
                   END-REWRITE
           END-WRITE.
           PERFORM P710-GRAVA-AUDITORIA
                   THRU P710-GRAVA-AUDITORIA-FIM.
           IF WS-QTD-PENDENCIAS EQUAL ZEROS THEN
               DISPLAY '*** COMPETENCIA ' WS-COMPETENCIA
                       ' CONFERIDA SEM PENDENCIAS. ***'
               END-DISPLAY
           ELSE
               DISPLAY '*** COMPETENCIA ' WS-COMPETENCIA
                       ' CONFERIDA COM PENDENCIAS: O FECHAMENTO FICA '
                       'RESTRITO A SUPERVISOR. ***'
               END-DISPLAY
           END-IF.
       P700-GRAVA-CONTROLE-FIM.
           EXIT.

       P710-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'CONCMAT'           TO NM-ARQUIVO-AUDITORIA.
           MOVE 'CONFERENCI'        TO TP-OPERACAO-AUDITORIA.
           MOVE WS-COMPETENCIA      TO CH-REGISTRO-AUDITORIA.
           MOVE SPACES              TO DS-ANTES-AUDITORIA.
           MOVE REG-CONCMAT         TO DS-DEPOIS-AUDITORIA.
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
       P710-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           CLOSE MATRICULA.
           CLOSE MENSALIDADE.
           CLOSE ALUNOS.
           CLOSE PRECOS.
           CLOSE BOLSAS.
           CLOSE CONCMAT.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTFINCMT.
