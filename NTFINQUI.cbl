      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      02/01/2023.
      * Purpose:   QUITACAO ANUAL DE DEBITOS E DEMONSTRATIVO DE
      *            DESPESAS COM EDUCACAO (IMPOSTO DE RENDA) - PARA O
      *            ANO CIVIL INFORMADO, PERCORRE MENSALIDADE.DAT POR
      *            PAGADOR: O CONTATO VINCULADO COMO FINANCEIRO EM
      *            ALURESP.DAT (REUNINDO TODOS OS ALUNOS LIGADOS A ELE,
      *            COMO NO EXTRATO DO NTFINRSP) OU, PARA O ALUNO SEM
      *            RESPONSAVEL FINANCEIRO, O PROPRIO ALUNO. EMITE:
      *              - A DECLARACAO DE QUITACAO ANUAL DE DEBITOS (LEI
      *                12.007/2009) SO QUANDO NENHUMA COBRANCA DAS
      *                COMPETENCIAS DO ANO ESTA EM ABERTO OU
      *                CONSOLIDADA EM ACORDO (ACORDO.DAT) AINDA NAO
      *                QUITADO;
      *              - O DEMONSTRATIVO DOS VALORES PAGOS NO ANO (PELA
      *                DATA DO PAGAMENTO), SEPARANDO AS MENSALIDADES
      *                DAS DEMAIS COBRANCAS (TAXAS), PARA A DECLARACAO
      *                DE IMPOSTO DE RENDA.
      *            OS DOIS DOCUMENTOS SAEM NO SPOOL (PGSPOOL), UM
      *            SPOOL PARA CADA TIPO, E PODEM SER REIMPRESSOS PELO
      *            NTSPLREP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFINQUI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSAVEIS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-RESPONSAVEL
           FILE  STATUS IS WS-FS-V.

           SELECT CONTATOS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CONTATO OF REG-CONTATOS
           FILE  STATUS IS WS-FS-C.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-F.

           SELECT ACORDO
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS NR-ACORDO-PLANO
           FILE  STATUS IS WS-FS-ACO.

           SELECT SAIDA-QUITACAO
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

           SELECT SAIDA-DEMONSTRATIVO
           ASSIGN TO WS-SD-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPD.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSAVEIS.
           COPY CFPK0020.

       FD  CONTATOS.
           COPY FD_CONTT.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  ACORDO.
           COPY CFPK0026.

       FD  SAIDA-QUITACAO.
       01  REG-SAIDA-QUITACAO          PIC X(132).

       FD  SAIDA-DEMONSTRATIVO.
       01  REG-SAIDA-DEMONSTRATIVO     PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 FILLER                   PIC X(13).

       77  WS-ANO-BASE                 PIC 9(04) VALUE ZEROS.

      *PARES (CONTATO FINANCEIRO, ALUNO) COLETADOS DE ALURESP.DAT,
      *TRATADOS AGRUPADOS POR CONTATO (MESMA TABELA DO NTFINRSP).
       01  WS-TABELA-VINCULOS.
           03 WS-QTD-VINCULOS          PIC 9(03) VALUE ZEROS.
           03 WS-VINCULO OCCURS 500 TIMES.
               05 WS-TB-ID-CONTATO     PIC 9(06).
               05 WS-TB-ID-ALUNO       PIC 9(05).
               05 WS-TB-TRATADO        PIC X(01).

      *ALUNOS DO PAGADOR EM TRATAMENTO, COM O APURADO NO ANO.
       01  WS-TABELA-GRUPO.
           03 WS-QTD-GRUPO             PIC 9(03) VALUE ZEROS.
           03 WS-GRUPO OCCURS 50 TIMES.
               05 WS-GR-ID-ALUNO       PIC 9(05).
               05 WS-GR-NM-ALUNO       PIC X(20).
               05 WS-GR-CPF-ALUNO      PIC 9(11).
               05 WS-GR-VL-ENSINO      PIC 9(07)V99.
               05 WS-GR-VL-OUTROS      PIC 9(07)V99.

      *PAGADOR DOS DOCUMENTOS: RESPONSAVEL FINANCEIRO OU O ALUNO.
       01  WS-PAGADOR.
           03 WS-PG-NOME               PIC X(20).
           03 WS-PG-CPF                PIC 9(11).
           03 WS-PG-RUA                PIC X(30).
           03 WS-PG-BAIRRO             PIC X(20).
           03 WS-PG-CIDADE             PIC X(20).
           03 WS-PG-UF                 PIC X(02).
           03 WS-PG-CEP                PIC 9(08).

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-2                 PIC 9(03) VALUE ZEROS.
       77  WS-ID-CONTATO-GRUPO         PIC 9(06) VALUE ZEROS.
       77  WS-ID-ALUNO-ATUAL           PIC 9(05) VALUE ZEROS.

      *APURACAO DO PAGADOR: COBRANCAS DAS COMPETENCIAS DO ANO, QUANTAS
      *AINDA PENDENTES, E OS VALORES PAGOS NO ANO.
       77  WS-QT-COBR-ANO              PIC 9(05) VALUE ZEROS.
       77  WS-QT-PENDENTES             PIC 9(05) VALUE ZEROS.
       77  WS-VL-ENSINO-PAGADOR        PIC 9(07)V99 VALUE ZEROS.
       77  WS-VL-OUTROS-PAGADOR        PIC 9(07)V99 VALUE ZEROS.
       77  WS-VL-TOTAL-PAGADOR         PIC 9(07)V99 VALUE ZEROS.

       77  WS-QTD-PAGADORES            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-QUITACOES            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-NAO-QUITADOS         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-DEMONSTRATIVOS       PIC 9(05) VALUE ZEROS.

       77  WS-EOF-RESP                 PIC X.
           88 WS-EOF-RESP-OK           VALUE 'S' FALSE 'N'.
       77  WS-EOF-ALUNOS               PIC X.
           88 WS-EOF-ALUNOS-OK         VALUE 'S' FALSE 'N'.
       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.
       77  WS-TEM-FINANCEIRO           PIC X.
           88 WS-TEM-FINANCEIRO-OK     VALUE 'S' FALSE 'N'.
       77  WS-ACORDO-ABERTO            PIC X.
           88 WS-ACORDO-ABERTO-OK      VALUE 'S' FALSE 'N'.

       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-ACO                   PIC 99.
           88 WS-FS-ACO-OK             VALUE 0.

      *AREAS DO SPOOL (PGSPOOL) DAS QUITACOES E DOS DEMONSTRATIVOS,
      *COM A PAGINACAO DE CADA UM (60 LINHAS POR PAGINA).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       01  WS-PARM-SPOOL-DEM.
           03 WS-SD-ACAO               PIC X(01).
           03 WS-SD-RELATORIO          PIC X(08).
           03 WS-SD-OPERADOR           PIC X(10).
           03 WS-SD-NUMERO             PIC 9(05).
           03 WS-SD-PAGINAS            PIC 9(04).
           03 WS-SD-CAMINHO            PIC X(80).

       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.
       77  WS-FS-SPD                   PIC 99.
           88 WS-FS-SPD-OK             VALUE 0.
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHAS-SPOOL-DEM         PIC 9(03) VALUE ZEROS.
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
           INITIALIZE WS-FS-V WS-FS-C WS-FS-A WS-FS-F WS-FS-ACO
                      WS-FS-SPL WS-FS-SPD WS-ANO-BASE
                      WS-QTD-VINCULOS WS-QTD-GRUPO WS-INDICE
                      WS-INDICE-2 WS-ID-CONTATO-GRUPO
                      WS-QTD-PAGADORES WS-QTD-QUITACOES
                      WS-QTD-NAO-QUITADOS WS-QTD-DEMONSTRATIVOS
                      WS-LINHAS-SPOOL WS-LINHAS-SPOOL-DEM
                      WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-RESP-OK          TO FALSE.
           SET WS-EOF-ALUNOS-OK        TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS VINCULOS, DOS CONTATOS, DOS ALUNOS, DAS
      *COBRANCAS E DOS ACORDOS A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALURESP.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ACORDO.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT RESPONSAVEIS.
           IF NOT WS-FS-V-OK THEN
               DISPLAY 'ALURESP.DAT AUSENTE. TODOS OS DOCUMENTOS SAEM '
                       'EM NOME DO ALUNO.'
               END-DISPLAY
               SET WS-EOF-RESP-OK TO TRUE
           END-IF.
           OPEN INPUT CONTATOS.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ACORDO.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           DISPLAY 'QUITACAO ANUAL E DEMONSTRATIVO PARA O IR.'
           END-DISPLAY.
           DISPLAY 'INFORME O ANO CIVIL (AAAA)..............: '
           END-DISPLAY.
           ACCEPT WS-ANO-BASE
           END-ACCEPT.
           IF WS-ANO-BASE NOT LESS THAN WS-DH-ANO THEN
               DISPLAY 'ANO AINDA NAO ENCERRADO. A QUITACAO SO PODE '
                       'SER EMITIDA PARA ANO CIVIL JA ENCERRADO.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P300-ABRE-SPOOL     THRU P300-ABRE-SPOOL-FIM.
           PERFORM P410-LE-VINCULO THRU P410-LE-VINCULO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RESP-OK.
           PERFORM P500-TRATA-FAMILIA THRU P500-TRATA-FAMILIA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QTD-VINCULOS.
           MOVE ZEROS TO ID-ALUNO OF REG-ALUNO.
           START ALUNOS KEY IS NOT LESS THAN ID-ALUNO OF REG-ALUNO
               INVALID KEY
                   SET WS-EOF-ALUNOS-OK TO TRUE
           END-START.
           PERFORM P540-LE-ALUNO THRU P540-LE-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ALUNOS-OK.
           PERFORM P310-FECHA-SPOOL    THRU P310-FECHA-SPOOL-FIM.
           DISPLAY '*** QUITACAO ANUAL E DEMONSTRATIVOS CONCLUIDOS ***'
           END-DISPLAY.
           DISPLAY 'PAGADORES COM COBRANCA NO ANO....: '
                   WS-QTD-PAGADORES
           END-DISPLAY.
           DISPLAY 'DECLARACOES DE QUITACAO EMITIDAS.: '
                   WS-QTD-QUITACOES
           END-DISPLAY.
           DISPLAY 'PAGADORES COM PENDENCIA NO ANO...: '
                   WS-QTD-NAO-QUITADOS
           END-DISPLAY.
           DISPLAY 'DEMONSTRATIVOS PARA O IR EMITIDOS: '
                   WS-QTD-DEMONSTRATIVOS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *ALOCA OS DOIS SPOOLS NO PGSPOOL E ABRE OS ARQUIVOS DE SAIDA
      *DEVOLVIDOS POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTFINQUI'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-QUITACAO.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
           MOVE 'N'             TO WS-SD-ACAO.
           MOVE 'NTFINIRD'      TO WS-SD-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SD-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL-DEM.
           OPEN OUTPUT SAIDA-DEMONSTRATIVO.
           MOVE 1 TO WS-SD-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL-DEM.
       P300-ABRE-SPOOL-FIM.

      *GRAVA UMA LINHA NO SPOOL DAS QUITACOES (60 LINHAS POR PAGINA).
       P305-GRAVA-LINHA-SPOOL.
           MOVE WS-LINHA-REL TO REG-SAIDA-QUITACAO.
           WRITE REG-SAIDA-QUITACAO
           END-WRITE.
           ADD 1 TO WS-LINHAS-SPOOL.
           IF WS-LINHAS-SPOOL IS GREATER THAN OR EQUAL TO 60 THEN
               MOVE ZEROS TO WS-LINHAS-SPOOL
               ADD 1 TO WS-SP-PAGINAS
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
       P305-GRAVA-LINHA-SPOOL-FIM.

      *GRAVA UMA LINHA NO SPOOL DOS DEMONSTRATIVOS.
       P306-GRAVA-LINHA-DEM.
           MOVE WS-LINHA-REL TO REG-SAIDA-DEMONSTRATIVO.
           WRITE REG-SAIDA-DEMONSTRATIVO
           END-WRITE.
           ADD 1 TO WS-LINHAS-SPOOL-DEM.
           IF WS-LINHAS-SPOOL-DEM IS GREATER THAN OR EQUAL TO 60 THEN
               MOVE ZEROS TO WS-LINHAS-SPOOL-DEM
               ADD 1 TO WS-SD-PAGINAS
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
       P306-GRAVA-LINHA-DEM-FIM.

       P310-FECHA-SPOOL.
           CLOSE SAIDA-QUITACAO.
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           CLOSE SAIDA-DEMONSTRATIVO.
           MOVE 'F' TO WS-SD-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL-DEM.
           DISPLAY 'QUITACOES GUARDADAS NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS).'
           END-DISPLAY.
           DISPLAY 'DEMONSTRATIVOS GUARDADOS NO SPOOL ' WS-SD-NUMERO
                   ' (' WS-SD-PAGINAS ' PAGINAS).'
           END-DISPLAY.
           DISPLAY 'REIMPRESSAO PELO NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P410-LE-VINCULO.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET WS-EOF-RESP-OK TO TRUE
               NOT AT END
                   IF TP-VINCULO-FINANCEIRO THEN
                       IF WS-QTD-VINCULOS IS LESS THAN 500 THEN
                           ADD 1 TO WS-QTD-VINCULOS
                           MOVE ID-CONTATO OF CH-RESPONSAVEL
                                TO WS-TB-ID-CONTATO
                                   (WS-QTD-VINCULOS)
                           MOVE ID-ALUNO OF CH-RESPONSAVEL
                                TO WS-TB-ID-ALUNO (WS-QTD-VINCULOS)
                           MOVE 'N'
                                TO WS-TB-TRATADO (WS-QTD-VINCULOS)
                       ELSE
                           DISPLAY 'TABELA DE VINCULOS ESGOTADA '
                                   '(500). DEMAIS ALUNOS SAEM EM '
                                   'NOME PROPRIO.'
                           END-DISPLAY
                           SET WS-EOF-RESP-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P410-LE-VINCULO-FIM.

      *PAGADOR FAMILIA: O CONTATO FINANCEIRO AINDA NAO TRATADO E
      *TODOS OS ALUNOS LIGADOS A ELE.
       P500-TRATA-FAMILIA.
           IF WS-TB-TRATADO (WS-INDICE) NOT EQUAL 'N' THEN
               GO TO P500-TRATA-FAMILIA-FIM
           END-IF.
           MOVE WS-TB-ID-CONTATO (WS-INDICE) TO WS-ID-CONTATO-GRUPO.
           MOVE ZEROS TO WS-QTD-GRUPO.
           PERFORM P600-ZERA-PAGADOR THRU P600-ZERA-PAGADOR-FIM.
           MOVE WS-ID-CONTATO-GRUPO TO ID-CONTATO OF REG-CONTATOS.
           READ CONTATOS
               INVALID KEY
                   MOVE '(CONTATO SEM CADASTRO)' TO NM-CONTATO
                   MOVE SPACES TO DS-CONTATO
                   MOVE ZEROS  TO CP-CONTATO
                   MOVE ZEROS  TO CPF-CONTATO
           END-READ.
           MOVE NM-CONTATO  TO WS-PG-NOME.
           MOVE CPF-CONTATO TO WS-PG-CPF.
           MOVE RU-CONTATO  TO WS-PG-RUA.
           MOVE BA-CONTATO  TO WS-PG-BAIRRO.
           MOVE CI-CONTATO  TO WS-PG-CIDADE.
           MOVE UF-CONTATO  TO WS-PG-UF.
           MOVE CP-CONTATO  TO WS-PG-CEP.
           PERFORM P510-INCLUI-ALUNO-FAMILIA
                   THRU P510-INCLUI-ALUNO-FAMILIA-FIM
                   VARYING WS-INDICE-2 FROM 1 BY 1
                   UNTIL WS-INDICE-2 > WS-QTD-VINCULOS.
           PERFORM P700-EMITE-DOCUMENTOS
                   THRU P700-EMITE-DOCUMENTOS-FIM.
       P500-TRATA-FAMILIA-FIM.
           EXIT.

       P510-INCLUI-ALUNO-FAMILIA.
           IF WS-TB-ID-CONTATO (WS-INDICE-2) EQUAL
                  WS-ID-CONTATO-GRUPO
              AND WS-TB-TRATADO (WS-INDICE-2) EQUAL 'N' THEN
               MOVE 'S' TO WS-TB-TRATADO (WS-INDICE-2)
               IF WS-QTD-GRUPO IS LESS THAN 50 THEN
                   MOVE WS-TB-ID-ALUNO (WS-INDICE-2)
                        TO ID-ALUNO OF REG-ALUNO
                   READ ALUNOS
                       INVALID KEY
                           MOVE '(ALUNO SEM CADASTRO)'
                                TO NM-ALUNO OF REG-ALUNO
                           MOVE ZEROS TO CPF-ALUNO OF REG-ALUNO
                   END-READ
                   PERFORM P610-APURA-ALUNO
                           THRU P610-APURA-ALUNO-FIM
               END-IF
           END-IF.
       P510-INCLUI-ALUNO-FAMILIA-FIM.

      *PAGADOR ALUNO: O ALUNO SEM CONTATO FINANCEIRO VINCULADO E O
      *PAGADOR DOS PROPRIOS DOCUMENTOS, NO PROPRIO ENDERECO.
       P540-LE-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-ALUNOS-OK TO TRUE
               NOT AT END
                   PERFORM P545-PROCURA-FINANCEIRO
                           THRU P545-PROCURA-FINANCEIRO-FIM
                   IF NOT WS-TEM-FINANCEIRO-OK THEN
                       PERFORM P550-TRATA-ALUNO-SO
                               THRU P550-TRATA-ALUNO-SO-FIM
                   END-IF
           END-READ.
       P540-LE-ALUNO-FIM.

       P545-PROCURA-FINANCEIRO.
           SET WS-TEM-FINANCEIRO-OK TO FALSE.
           PERFORM P546-COMPARA-VINCULO THRU P546-COMPARA-VINCULO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QTD-VINCULOS
                      OR WS-TEM-FINANCEIRO-OK.
       P545-PROCURA-FINANCEIRO-FIM.

       P546-COMPARA-VINCULO.
           IF WS-TB-ID-ALUNO (WS-INDICE) EQUAL
                  ID-ALUNO OF REG-ALUNO THEN
               SET WS-TEM-FINANCEIRO-OK TO TRUE
           END-IF.
       P546-COMPARA-VINCULO-FIM.

       P550-TRATA-ALUNO-SO.
           MOVE ZEROS TO WS-QTD-GRUPO.
           PERFORM P600-ZERA-PAGADOR THRU P600-ZERA-PAGADOR-FIM.
           MOVE NM-ALUNO OF REG-ALUNO  TO WS-PG-NOME.
           MOVE CPF-ALUNO OF REG-ALUNO TO WS-PG-CPF.
           MOVE RU-ALUNO               TO WS-PG-RUA.
           MOVE BA-ALUNO               TO WS-PG-BAIRRO.
           MOVE CI-ALUNO               TO WS-PG-CIDADE.
           MOVE UF-ALUNO               TO WS-PG-UF.
           MOVE CP-ALUNO               TO WS-PG-CEP.
           PERFORM P610-APURA-ALUNO    THRU P610-APURA-ALUNO-FIM.
           PERFORM P700-EMITE-DOCUMENTOS
                   THRU P700-EMITE-DOCUMENTOS-FIM.
       P550-TRATA-ALUNO-SO-FIM.

       P600-ZERA-PAGADOR.
           MOVE ZEROS TO WS-QT-COBR-ANO.
           MOVE ZEROS TO WS-QT-PENDENTES.
           MOVE ZEROS TO WS-VL-ENSINO-PAGADOR.
           MOVE ZEROS TO WS-VL-OUTROS-PAGADOR.
           MOVE ZEROS TO WS-VL-TOTAL-PAGADOR.
       P600-ZERA-PAGADOR-FIM.

      *INCLUI O ALUNO (JA LIDO EM REG-ALUNO) NO GRUPO DO PAGADOR E
      *PERCORRE AS COBRANCAS DELE.
       P610-APURA-ALUNO.
           ADD 1 TO WS-QTD-GRUPO.
           MOVE ID-ALUNO OF REG-ALUNO
                TO WS-GR-ID-ALUNO (WS-QTD-GRUPO).
           MOVE NM-ALUNO OF REG-ALUNO
                TO WS-GR-NM-ALUNO (WS-QTD-GRUPO).
           MOVE CPF-ALUNO OF REG-ALUNO
                TO WS-GR-CPF-ALUNO (WS-QTD-GRUPO).
           MOVE ZEROS TO WS-GR-VL-ENSINO (WS-QTD-GRUPO).
           MOVE ZEROS TO WS-GR-VL-OUTROS (WS-QTD-GRUPO).
           MOVE ID-ALUNO OF REG-ALUNO TO WS-ID-ALUNO-ATUAL.
           SET WS-EOF-MENSALIDADE-OK TO FALSE.
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE ZEROS             TO COMPETENCIA.
           MOVE SPACES            TO TP-COBRANCA.
           START MENSALIDADE KEY IS NOT LESS THAN CH-MENSALIDADE
               INVALID KEY
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
           END-START.
           PERFORM P620-LE-COBRANCA THRU P620-LE-COBRANCA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK.
       P610-APURA-ALUNO-FIM.

       P620-LE-COBRANCA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO OF CH-MENSALIDADE NOT EQUAL
                          WS-ID-ALUNO-ATUAL THEN
                       SET WS-EOF-MENSALIDADE-OK TO TRUE
                   ELSE
                       IF NOT ST-COBRANCA-CANCELADA THEN
                           PERFORM P630-APURA-COBRANCA
                                   THRU P630-APURA-COBRANCA-FIM
                       END-IF
                   END-IF
           END-READ.
       P620-LE-COBRANCA-FIM.

      *PARA A QUITACAO CONTAM AS COMPETENCIAS DO ANO: PENDENTE E A
      *COBRANCA EM ABERTO OU CONSOLIDADA EM ACORDO AINDA NAO QUITADO.
      *PARA O DEMONSTRATIVO CONTA O PAGO NO ANO (DATA DO PAGAMENTO),
      *MENSALIDADE SEPARADA DAS TAXAS.
       P630-APURA-COBRANCA.
           IF CP-ANO EQUAL WS-ANO-BASE THEN
               ADD 1 TO WS-QT-COBR-ANO
               PERFORM P640-VERIFICA-ACORDO
                       THRU P640-VERIFICA-ACORDO-FIM
               IF DT-PAGAMENTO EQUAL ZEROS OR
                  WS-ACORDO-ABERTO-OK THEN
                   ADD 1 TO WS-QT-PENDENTES
               END-IF
           END-IF.
           IF DT-PAGAMENTO (1:4) EQUAL WS-ANO-BASE AND
              VL-PAGO IS GREATER THAN ZEROS THEN
               IF TP-COBRANCA-MENSALIDADE THEN
                   ADD VL-PAGO TO WS-GR-VL-ENSINO (WS-QTD-GRUPO)
                   ADD VL-PAGO TO WS-VL-ENSINO-PAGADOR
               ELSE
                   ADD VL-PAGO TO WS-GR-VL-OUTROS (WS-QTD-GRUPO)
                   ADD VL-PAGO TO WS-VL-OUTROS-PAGADOR
               END-IF
               ADD VL-PAGO TO WS-VL-TOTAL-PAGADOR
           END-IF.
       P630-APURA-COBRANCA-FIM.

       P640-VERIFICA-ACORDO.
           SET WS-ACORDO-ABERTO-OK TO FALSE.
           IF NR-ACORDO EQUAL ZEROS THEN
               GO TO P640-VERIFICA-ACORDO-FIM
           END-IF.
           MOVE NR-ACORDO TO NR-ACORDO-PLANO.
           READ ACORDO
               INVALID KEY
                   GO TO P640-VERIFICA-ACORDO-FIM
           END-READ.
           IF NOT ST-ACORDO-QUITADO THEN
               SET WS-ACORDO-ABERTO-OK TO TRUE
           END-IF.
       P640-VERIFICA-ACORDO-FIM.
           EXIT.

      *PAGADOR SEM NENHUMA COBRANCA NEM PAGAMENTO NO ANO NAO RECEBE
      *DOCUMENTO. A QUITACAO SO SAI SEM PENDENCIA NO ANO; O
      *DEMONSTRATIVO SAI SEMPRE QUE HOUVE PAGAMENTO NO ANO.
       P700-EMITE-DOCUMENTOS.
           IF WS-QT-COBR-ANO EQUAL ZEROS AND
              WS-VL-TOTAL-PAGADOR EQUAL ZEROS THEN
               GO TO P700-EMITE-DOCUMENTOS-FIM
           END-IF.
           ADD 1 TO WS-QTD-PAGADORES.
           IF WS-QT-COBR-ANO IS GREATER THAN ZEROS THEN
               IF WS-QT-PENDENTES EQUAL ZEROS THEN
                   PERFORM P710-EMITE-QUITACAO
                           THRU P710-EMITE-QUITACAO-FIM
               ELSE
                   ADD 1 TO WS-QTD-NAO-QUITADOS
               END-IF
           END-IF.
           IF WS-VL-TOTAL-PAGADOR IS GREATER THAN ZEROS THEN
               PERFORM P750-EMITE-DEMONSTRATIVO
                       THRU P750-EMITE-DEMONSTRATIVO-FIM
           END-IF.
       P700-EMITE-DOCUMENTOS-FIM.
           EXIT.

       P710-EMITE-QUITACAO.
           ADD 1 TO WS-QTD-QUITACOES.
           MOVE ALL '*' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '       SISTEMA ESCOLAR - DECLARACAO DE QUITACAO '
                  'ANUAL DE DEBITOS' DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'EMITIDA EM ' WS-DH-DIA '/' WS-DH-MES '/'
                  WS-DH-ANO DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
      *BLOCO DE ENDERECO NA POSICAO DO ENVELOPE DE JANELA.
           MOVE WS-PG-NOME TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING FUNCTION TRIM (WS-PG-RUA) ' - '
                  FUNCTION TRIM (WS-PG-BAIRRO) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING FUNCTION TRIM (WS-PG-CIDADE) ' - '
                  WS-PG-UF ' - CEP ' WS-PG-CEP
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE '
                  'ESTAO QUITADOS TODOS OS DEBITOS REFERENTES AO ANO '
                  'DE ' WS-ANO-BASE ','
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'EM NOME DE ' FUNCTION TRIM (WS-PG-NOME)
                  ', DO(S) ALUNO(S) ABAIXO:'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P720-LINHA-ALUNO-QUITACAO
                   THRU P720-LINHA-ALUNO-QUITACAO-FIM
                   VARYING WS-INDICE-2 FROM 1 BY 1
                   UNTIL WS-INDICE-2 > WS-QTD-GRUPO.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DO '
                  'ANO, OS RECIBOS DE PAGAMENTO DAS MENSALIDADES.'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P710-EMITE-QUITACAO-FIM.

       P720-LINHA-ALUNO-QUITACAO.
           STRING '   ALUNO(A) ' WS-GR-ID-ALUNO (WS-INDICE-2) ' - '
                  WS-GR-NM-ALUNO (WS-INDICE-2)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P720-LINHA-ALUNO-QUITACAO-FIM.

       P750-EMITE-DEMONSTRATIVO.
           ADD 1 TO WS-QTD-DEMONSTRATIVOS.
           MOVE ALL '*' TO WS-LINHA-REL.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           STRING '       SISTEMA ESCOLAR - DEMONSTRATIVO DE DESPESAS '
                  'COM EDUCACAO - ANO-CALENDARIO ' WS-ANO-BASE
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           STRING 'EMITIDO EM ' WS-DH-DIA '/' WS-DH-MES '/'
                  WS-DH-ANO DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           MOVE WS-PG-NOME TO WS-LINHA-REL.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           STRING FUNCTION TRIM (WS-PG-RUA) ' - '
                  FUNCTION TRIM (WS-PG-BAIRRO) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           STRING FUNCTION TRIM (WS-PG-CIDADE) ' - '
                  WS-PG-UF ' - CEP ' WS-PG-CEP
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           STRING 'PAGADOR: ' FUNCTION TRIM (WS-PG-NOME)
                  ' - CPF ' WS-PG-CPF
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           STRING 'VALORES PAGOS EM ' WS-ANO-BASE
                  ' (DATA DO PAGAMENTO, ENCARGOS INCLUIDOS):'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           PERFORM P760-LINHA-ALUNO-DEM THRU P760-LINHA-ALUNO-DEM-FIM
                   VARYING WS-INDICE-2 FROM 1 BY 1
                   UNTIL WS-INDICE-2 > WS-QTD-GRUPO.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           STRING 'TOTAL DE MENSALIDADES (ENSINO)....: '
                  WS-VL-ENSINO-PAGADOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           STRING 'TOTAL DE OUTRAS COBRANCAS (TAXAS).: '
                  WS-VL-OUTROS-PAGADOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           STRING 'TOTAL PAGO NO ANO.................: '
                  WS-VL-TOTAL-PAGADOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
       P750-EMITE-DEMONSTRATIVO-FIM.

       P760-LINHA-ALUNO-DEM.
           STRING '   ALUNO(A) ' WS-GR-ID-ALUNO (WS-INDICE-2) ' - '
                  WS-GR-NM-ALUNO (WS-INDICE-2)
                  ' CPF ' WS-GR-CPF-ALUNO (WS-INDICE-2)
                  ' MENSALIDADES ' WS-GR-VL-ENSINO (WS-INDICE-2)
                  ' TAXAS ' WS-GR-VL-OUTROS (WS-INDICE-2)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P306-GRAVA-LINHA-DEM THRU P306-GRAVA-LINHA-DEM-FIM.
       P760-LINHA-ALUNO-DEM-FIM.

       P420-FECHA-ARQ.
           CLOSE RESPONSAVEIS.
           CLOSE CONTATOS.
           CLOSE ALUNOS.
           CLOSE MENSALIDADE.
           CLOSE ACORDO.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS.....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS MENSALIDADE: ' WS-FS-F
           END-DISPLAY.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTFINQUI.
