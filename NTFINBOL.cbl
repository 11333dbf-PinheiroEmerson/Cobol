      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      09/01/2023.
      * Purpose:   IMPRESSAO DE BOLETO BANCARIO - IMPRIME, A PARTIR DE
      *            MENSALIDADE.DAT, O BOLETO DE UMA COBRANCA (ALUNO E
      *            COMPETENCIA) OU DE TODA UMA COMPETENCIA, COM
      *            BENEFICIARIO, PAGADOR (O CONTATO VINCULADO COMO
      *            FINANCEIRO EM ALURESP.DAT OU O PROPRIO ALUNO),
      *            VENCIMENTO, VALOR, INSTRUCOES DE MULTA E JUROS NAS
      *            MESMAS TAXAS DA BAIXA (NTFINPAG, VIA PGPARLER), A
      *            LINHA DIGITAVEL E O NUMERO DO CODIGO DE BARRAS
      *            (PADRAO FEBRABAN, 44 POSICOES, DV GERAL MODULO 11
      *            E DVS DOS CAMPOS MODULO 10). O NOSSO NUMERO E O
      *            MESMO DA REMESSA (NTFINREM): ALUNO + COMPETENCIA,
      *            PARA O RETORNO (NTFINRET) CASAR O PAGAMENTO. SO A
      *            MENSALIDADE EM ABERTO, FORA DE ACORDO E NAO
      *            CANCELADA TEM BOLETO, COMO NA REMESSA. COBRANCA JA
      *            VENCIDA SAI COMO 2A VIA, COM VENCIMENTO NA DATA DA
      *            EMISSAO E O VALOR RECALCULADO COM MULTA E JUROS.
      *            SAI NO SPOOL (PGSPOOL), REIMPRESSAO PELO NTSPLREP.
      * Update:    16/01/2023 - BOLETO EMITIDO ATE A DATA LIMITE DO
      *            DESCONTO DE PONTUALIDADE DO PRECO DO CURSO (PGDESPON)
      *            SAI COM A INSTRUCAO DE DESCONTO ATE A DATA, NO MESMO
      *            VALOR ENVIADO NA REMESSA.
      * Update:    30/01/2023 - PRIMEIRA COBRANCA PROPORCIONAL
      *            (NTFINABR) SAI COM A CONTA NAS INSTRUCOES: DIAS
      *            COBRADOS SOBRE OS DIAS DA COMPETENCIA, CORRIDOS OU
      *            LETIVOS, DATA DA MATRICULA E VALOR INTEGRAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFINBOL.

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

           SELECT RESPONSAVEIS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-RESPONSAVEL
           FILE  STATUS IS WS-FS-V.

           SELECT CONTATOS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CONTATO OF REG-CONTATOS
           FILE  STATUS IS WS-FS-C.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  RESPONSAVEIS.
           COPY CFPK0020.

       FD  CONTATOS.
           COPY FD_CONTT.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA.
               05 WS-DH-ANO            PIC 9(04).
               05 WS-DH-MES            PIC 9(02).
               05 WS-DH-DIA            PIC 9(02).
           03 FILLER                   PIC X(13).

       77  WS-MODO                     PIC X(01) VALUE SPACES.
       77  WS-ID-ALUNO-INF             PIC 9(05) VALUE ZEROS.

       01  WS-COMPETENCIA.
           03 WS-CP-ANO                PIC 9(04).
           03 WS-CP-MES                PIC 9(02).

      *BENEFICIARIO E DADOS DA CONTA DE COBRANCA. BANCO, AGENCIA,
      *CONTA E CARTEIRA VEM DO ARQUIVO DE PARAMETROS (PGPARLER).
       77  WS-NM-BENEFICIARIO          PIC X(30)
                                       VALUE 'ESCOLA APRENDA COBOL'.
       77  WS-BANCO                    PIC 9(03) VALUE ZEROS.
       77  WS-AGENCIA                  PIC 9(04) VALUE ZEROS.
       77  WS-CONTA                    PIC 9(07) VALUE ZEROS.
       77  WS-CARTEIRA                 PIC 9(02) VALUE ZEROS.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *ENCARGOS DO ATRASO, NAS MESMAS TAXAS E REGRA DA BAIXA
      *(NTFINPAG): MULTA FIXA EM CENTAVOS E JUROS EM PORCENTO POR MES
      *DE ATRASO SOBRE O VALOR DE FACE.
       01  WS-DT-VENC-AUX              PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DT-VENC-AUX.
           03 WS-VC-ANO                PIC 9(04).
           03 WS-VC-MES                PIC 9(02).
           03 WS-VC-DIA                PIC 9(02).
       77  WS-MULTA-CENTAVOS           PIC 9(06) VALUE ZEROS.
       77  WS-PC-JUROS-MES             PIC 9(06) VALUE ZEROS.
       77  WS-MESES-ATRASO             PIC S9(04) VALUE ZEROS.
       77  WS-VL-MULTA-PARM            PIC 9(05)V99 VALUE ZEROS.
       77  WS-VL-MULTA-CALC            PIC 9(05)V99 VALUE ZEROS.
       77  WS-VL-JUROS-CALC            PIC 9(05)V99 VALUE ZEROS.
       77  WS-VL-DEVIDO                PIC 9(07)V99 VALUE ZEROS.
       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.

      *VENCIMENTO E VALOR DO BOLETO (NA 2A VIA, A DATA DA EMISSAO E
      *O VALOR RECALCULADO). O VALOR VAI NO CODIGO DE BARRAS EM
      *CENTAVOS, SEM VIRGULA, PELA REDEFINICAO.
       01  WS-VENC-BOLETO              PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-VENC-BOLETO.
           03 WS-VB-ANO                PIC 9(04).
           03 WS-VB-MES                PIC 9(02).
           03 WS-VB-DIA                PIC 9(02).
       01  WS-VL-BOLETO                PIC 9(08)V99 VALUE ZEROS.
       01  FILLER REDEFINES WS-VL-BOLETO.
           03 WS-VL-BOLETO-CENTAVOS    PIC 9(10).
       77  WS-FATOR-VENCIMENTO         PIC 9(05) VALUE ZEROS.

      *AREA DA APURACAO DO DESCONTO DE PONTUALIDADE (PGDESPON): COM
      *DATA LIMITE AINDA NAO PASSADA, O BOLETO SAI COM A INSTRUCAO DE
      *DESCONTO PARA O BANCO, COMO NA REMESSA.
       01  WS-PARM-DESPON.
           03 WS-PO-ID-CURSO           PIC 9(02).
           03 WS-PO-COMPETENCIA        PIC 9(06).
           03 WS-PO-DT-VENCIMENTO      PIC 9(08).
           03 WS-PO-VL-FACE            PIC 9(05)V99.
           03 WS-PO-PC-DESCONTO        PIC 9(03)V99.
           03 WS-PO-QT-DIAS            PIC 9(02).
           03 WS-PO-DT-LIMITE          PIC 9(08).
           03 FILLER REDEFINES WS-PO-DT-LIMITE.
               05 WS-PO-LM-ANO         PIC 9(04).
               05 WS-PO-LM-MES         PIC 9(02).
               05 WS-PO-LM-DIA         PIC 9(02).
           03 WS-PO-VL-DESCONTO        PIC 9(05)V99.

       77  WS-SEGUNDA-VIA              PIC X.
           88 WS-SEGUNDA-VIA-OK        VALUE 'S' FALSE 'N'.

      *CODIGO DE BARRAS NO PADRAO FEBRABAN: BANCO, MOEDA (9), DV
      *GERAL, FATOR DE VENCIMENTO, VALOR E CAMPO LIVRE DE 25
      *POSICOES (AGENCIA, CARTEIRA, NOSSO NUMERO, CONTA E ZERO).
       01  WS-CODIGO-BARRAS.
           03 WS-CB-BANCO              PIC 9(03).
           03 WS-CB-MOEDA              PIC 9(01).
           03 WS-CB-DV                 PIC 9(01).
           03 WS-CB-FATOR              PIC 9(04).
           03 WS-CB-VALOR              PIC 9(10).
           03 WS-CB-CAMPO-LIVRE.
               05 WS-CL-AGENCIA        PIC 9(04).
               05 WS-CL-CARTEIRA       PIC 9(02).
               05 WS-CL-NOSSO-NUMERO.
                   07 WS-CL-ID-ALUNO   PIC 9(05).
                   07 WS-CL-COMPETENCIA
                                       PIC 9(06).
               05 WS-CL-CONTA          PIC 9(07).
               05 WS-CL-ZERO           PIC 9(01).
       01  FILLER REDEFINES WS-CODIGO-BARRAS.
           03 WS-CB-DIGITO             PIC 9(01) OCCURS 44 TIMES.

      *CAMPO DA LINHA DIGITAVEL EM CALCULO DO DV MODULO 10 (ALINHADO
      *A DIREITA; O ZERO A ESQUERDA NAO ALTERA A SOMA).
       01  WS-CAMPO-MOD10              PIC 9(10) VALUE ZEROS.
       01  FILLER REDEFINES WS-CAMPO-MOD10.
           03 WS-M10-DIGITO            PIC 9(01) OCCURS 10 TIMES.

       77  WS-POS                      PIC 9(02) VALUE ZEROS.
       77  WS-PESO                     PIC 9(02) VALUE ZEROS.
       77  WS-PRODUTO                  PIC 9(02) VALUE ZEROS.
       77  WS-SOMA                     PIC 9(05) VALUE ZEROS.
       77  WS-QUOCIENTE                PIC 9(05) VALUE ZEROS.
       77  WS-RESTO                    PIC 9(02) VALUE ZEROS.
       77  WS-DV-CALC                  PIC 9(02) VALUE ZEROS.
       77  WS-DV-CAMPO1                PIC 9(01) VALUE ZEROS.
       77  WS-DV-CAMPO2                PIC 9(01) VALUE ZEROS.
       77  WS-DV-CAMPO3                PIC 9(01) VALUE ZEROS.

       77  WS-LINHA-DIGITAVEL          PIC X(54) VALUE SPACES.

      *PAGADOR DO BOLETO: RESPONSAVEL FINANCEIRO OU O PROPRIO ALUNO.
       01  WS-PAGADOR.
           03 WS-PG-NOME               PIC X(20).
           03 WS-PG-CPF                PIC 9(11).
           03 WS-PG-RUA                PIC X(30).
           03 WS-PG-BAIRRO             PIC X(20).
           03 WS-PG-CIDADE             PIC X(20).
           03 WS-PG-UF                 PIC X(02).
           03 WS-PG-CEP                PIC 9(08).
       77  WS-NM-ALUNO-BOLETO          PIC X(20) VALUE SPACES.
       77  WS-ID-CONTATO-FIN           PIC 9(06) VALUE ZEROS.

       77  WS-MSK-VALOR                PIC Z.ZZZ.ZZ9,99.
      *PRIMEIRA COBRANCA PROPORCIONAL (NTFINABR): A CONTA GRAVADA NA
      *MENSALIDADE SAI NAS INSTRUCOES.
       01  WS-DT-INICIO-PRORATA        PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DT-INICIO-PRORATA.
           03 WS-PR-ANO                PIC 9(04).
           03 WS-PR-MES                PIC 9(02).
           03 WS-PR-DIA                PIC 9(02).
       77  WS-DS-TP-PRORATA            PIC X(08) VALUE SPACES.
       77  WS-MSK-JUROS                PIC ZZ9.

       77  WS-QTD-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-BOLETOS              PIC 9(06) VALUE ZEROS.
       77  WS-QTD-SEGUNDA-VIA          PIC 9(06) VALUE ZEROS.

       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.
       77  WS-EOF-RESP                 PIC X.
           88 WS-EOF-RESP-OK           VALUE 'S' FALSE 'N'.
       77  WS-RESP-ABERTO              PIC X.
           88 WS-RESP-ABERTO-OK        VALUE 'S' FALSE 'N'.
       77  WS-COBRANCA-VALIDA          PIC X.
           88 WS-COBRANCA-VALIDA-OK    VALUE 'S' FALSE 'N'.
       77  WS-MOTIVO                   PIC X(40) VALUE SPACES.

       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

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
           INITIALIZE WS-FS-F WS-FS-A WS-FS-V WS-FS-C WS-FS-SPL
                      WS-COMPETENCIA WS-ID-ALUNO-INF
                      WS-QTD-LIDAS WS-QTD-BOLETOS WS-QTD-SEGUNDA-VIA
                      WS-LINHAS-SPOOL WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MENSALIDADE-OK   TO FALSE.
           SET WS-RESP-ABERTO-OK       TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P110-CARREGA-PARAMETROS
                   THRU P110-CARREGA-PARAMETROS-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *TAXAS DOS ENCARGOS (AS MESMAS DA BAIXA) E DADOS DA CONTA DE
      *COBRANCA, COM OS PADROES USADOS QUANDO NAO HA PARAMETRO.
       P110-CARREGA-PARAMETROS.
           MOVE 'MULTA-ATRASO-CENT' TO WS-PL-NOME.
           MOVE 1000                TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR         TO WS-MULTA-CENTAVOS.
           MOVE 'JUROS-MES-PCT'     TO WS-PL-NOME.
           MOVE 1                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR         TO WS-PC-JUROS-MES.
           MOVE 'BOLETO-BANCO'      TO WS-PL-NOME.
           MOVE 237                 TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR         TO WS-BANCO.
           MOVE 'BOLETO-AGENCIA'    TO WS-PL-NOME.
           MOVE 1234                TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR         TO WS-AGENCIA.
           MOVE 'BOLETO-CONTA'      TO WS-PL-NOME.
           MOVE 12345               TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR         TO WS-CONTA.
           MOVE 'BOLETO-CARTEIRA'   TO WS-PL-NOME.
           MOVE 9                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR         TO WS-CARTEIRA.
           COMPUTE WS-VL-MULTA-PARM = WS-MULTA-CENTAVOS / 100.
       P110-CARREGA-PARAMETROS-FIM.

      *MONTA O CAMINHO COMPLETO DOS ARQUIVOS A PARTIR DO DIRETORIO
      *BASE CONFIGURADO.
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
                  '\Modulo3\DesafioM3\ALURESP.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *SEM ALURESP.DAT, TODO PAGADOR E O PROPRIO ALUNO.
           OPEN INPUT RESPONSAVEIS.
           IF WS-FS-V-OK THEN
               SET WS-RESP-ABERTO-OK TO TRUE
           END-IF.
           OPEN INPUT CONTATOS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           DISPLAY 'IMPRESSAO DE BOLETO BANCARIO. INFORME:'
           END-DISPLAY.
           DISPLAY 'MODO (1=UMA COBRANCA 2=TODA A COMPETENCIA): '
           END-DISPLAY.
           ACCEPT WS-MODO
           END-ACCEPT.
           IF WS-MODO NOT EQUAL '1' AND WS-MODO NOT EQUAL '2' THEN
               DISPLAY 'MODO INVALIDO.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           DISPLAY 'O ANO DA COMPETENCIA (AAAA)............: '
           END-DISPLAY.
           ACCEPT WS-CP-ANO
           END-ACCEPT.
           DISPLAY 'O MES DA COMPETENCIA (MM)..............: '
           END-DISPLAY.
           ACCEPT WS-CP-MES
           END-ACCEPT.
           IF WS-MODO EQUAL '1' THEN
               DISPLAY 'O CODIGO DO ALUNO......................: '
               END-DISPLAY
               ACCEPT WS-ID-ALUNO-INF
               END-ACCEPT
           END-IF.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           EVALUATE WS-MODO
               WHEN '1'
                   PERFORM P500-IMPRIME-COBRANCA
                           THRU P500-IMPRIME-COBRANCA-FIM
               WHEN '2'
                   PERFORM P510-IMPRIME-COMPETENCIA
                           THRU P510-IMPRIME-COMPETENCIA-FIM
           END-EVALUATE.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY '*** IMPRESSAO DE BOLETOS CONCLUIDA ***'
           END-DISPLAY.
           DISPLAY 'COBRANCAS LIDAS.......: ' WS-QTD-LIDAS
           END-DISPLAY.
           DISPLAY 'BOLETOS IMPRESSOS.....: ' WS-QTD-BOLETOS
           END-DISPLAY.
           DISPLAY 'DOS QUAIS 2A VIA......: ' WS-QTD-SEGUNDA-VIA
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *BOLETO DE UMA COBRANCA: A MENSALIDADE DO ALUNO NA COMPETENCIA.
       P500-IMPRIME-COBRANCA.
           MOVE WS-ID-ALUNO-INF TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE WS-COMPETENCIA  TO COMPETENCIA.
           SET TP-COBRANCA-MENSALIDADE TO TRUE.
           READ MENSALIDADE
               INVALID KEY
                   DISPLAY 'COBRANCA NAO ENCONTRADA PARA O ALUNO NA '
                           'COMPETENCIA.'
                   END-DISPLAY
                   GO TO P500-IMPRIME-COBRANCA-FIM
           END-READ.
           ADD 1 TO WS-QTD-LIDAS.
           PERFORM P520-VALIDA-COBRANCA THRU P520-VALIDA-COBRANCA-FIM.
           IF NOT WS-COBRANCA-VALIDA-OK THEN
               DISPLAY 'BOLETO NAO EMITIDO: ' WS-MOTIVO
               END-DISPLAY
               GO TO P500-IMPRIME-COBRANCA-FIM
           END-IF.
           PERFORM P600-EMITE-BOLETO THRU P600-EMITE-BOLETO-FIM.
       P500-IMPRIME-COBRANCA-FIM.
           EXIT.

      *BOLETOS DE TODA A COMPETENCIA: AS MESMAS COBRANCAS QUE SAEM NA
      *REMESSA BANCARIA.
       P510-IMPRIME-COMPETENCIA.
           MOVE ZEROS  TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE ZEROS  TO COMPETENCIA.
           MOVE SPACES TO TP-COBRANCA.
           START MENSALIDADE KEY IS NOT LESS THAN CH-MENSALIDADE
               INVALID KEY
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
           END-START.
           PERFORM P515-LE-COBRANCA THRU P515-LE-COBRANCA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MENSALIDADE-OK.
       P510-IMPRIME-COMPETENCIA-FIM.

       P515-LE-COBRANCA.
           READ MENSALIDADE NEXT RECORD
               AT END
                   SET WS-EOF-MENSALIDADE-OK TO TRUE
               NOT AT END
                   IF COMPETENCIA EQUAL WS-COMPETENCIA AND
                      TP-COBRANCA-MENSALIDADE THEN
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM P520-VALIDA-COBRANCA
                               THRU P520-VALIDA-COBRANCA-FIM
                       IF WS-COBRANCA-VALIDA-OK THEN
                           PERFORM P600-EMITE-BOLETO
                                   THRU P600-EMITE-BOLETO-FIM
                       END-IF
                   END-IF
           END-READ.
       P515-LE-COBRANCA-FIM.

      *SO TEM BOLETO A COBRANCA QUE O BANCO PODE RECEBER: EM ABERTO,
      *FORA DE ACORDO (O PARCELAMENTO E COBRADO PELO NTFINACO) E NAO
      *CANCELADA.
       P520-VALIDA-COBRANCA.
           SET WS-COBRANCA-VALIDA-OK TO TRUE.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN ST-COBRANCA-CANCELADA
                   MOVE 'COBRANCA CANCELADA.' TO WS-MOTIVO
               WHEN DT-PAGAMENTO NOT EQUAL ZEROS
                   MOVE 'COBRANCA JA PAGA.' TO WS-MOTIVO
               WHEN NR-ACORDO NOT EQUAL ZEROS
                   MOVE 'COBRANCA CONSOLIDADA EM ACORDO.' TO WS-MOTIVO
               WHEN VL-PAGO NOT LESS THAN VL-MENSALIDADE
                   MOVE 'COBRANCA SEM SALDO A PAGAR.' TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO NOT EQUAL SPACES THEN
               SET WS-COBRANCA-VALIDA-OK TO FALSE
           END-IF.
       P520-VALIDA-COBRANCA-FIM.

       P600-EMITE-BOLETO.
           PERFORM P610-APURA-VALOR     THRU P610-APURA-VALOR-FIM.
           IF WS-VL-BOLETO EQUAL ZEROS THEN
               GO TO P600-EMITE-BOLETO-FIM
           END-IF.
           PERFORM P470-APURA-PAGADOR   THRU P470-APURA-PAGADOR-FIM.
           PERFORM P615-APURA-DESCONTO  THRU P615-APURA-DESCONTO-FIM.
           PERFORM P630-MONTA-CODIGO-BARRAS
                   THRU P630-MONTA-CODIGO-BARRAS-FIM.
           PERFORM P650-MONTA-LINHA-DIGITAVEL
                   THRU P650-MONTA-LINHA-DIGITAVEL-FIM.
           PERFORM P700-IMPRIME-BOLETO  THRU P700-IMPRIME-BOLETO-FIM.
           ADD 1 TO WS-QTD-BOLETOS.
           IF WS-SEGUNDA-VIA-OK THEN
               ADD 1 TO WS-QTD-SEGUNDA-VIA
           END-IF.
       P600-EMITE-BOLETO-FIM.
           EXIT.

      *EM DIA, O BOLETO E DO VALOR DE FACE MENOS O JA PAGO EM BAIXA
      *PARCIAL, COMO NA REMESSA. VENCIDA, SAI A 2A VIA VENCENDO NA
      *DATA DA EMISSAO, COM MULTA E JUROS ATE ELA PELA REGRA DA BAIXA
      *(NTFINPAG).
       P610-APURA-VALOR.
           MOVE ZEROS TO WS-VL-MULTA-CALC.
           MOVE ZEROS TO WS-VL-JUROS-CALC.
           MOVE VL-MENSALIDADE TO WS-VL-DEVIDO.
           SET WS-SEGUNDA-VIA-OK TO FALSE.
           MOVE DT-VENCIMENTO TO WS-VENC-BOLETO.
           IF WS-DH-DATA IS GREATER THAN DT-VENCIMENTO THEN
               SET WS-SEGUNDA-VIA-OK TO TRUE
               MOVE WS-DH-DATA    TO WS-VENC-BOLETO
               MOVE DT-VENCIMENTO TO WS-DT-VENC-AUX
               COMPUTE WS-MESES-ATRASO =
                   ((WS-DH-ANO * 12) + WS-DH-MES)
                   - ((WS-VC-ANO * 12) + WS-VC-MES)
               IF WS-MESES-ATRASO IS LESS THAN 1 THEN
                   MOVE 1 TO WS-MESES-ATRASO
               END-IF
               MOVE WS-VL-MULTA-PARM TO WS-VL-MULTA-CALC
               COMPUTE WS-VL-JUROS-CALC ROUNDED =
                   VL-MENSALIDADE * WS-PC-JUROS-MES
                   * WS-MESES-ATRASO / 100
               COMPUTE WS-VL-DEVIDO =
                   VL-MENSALIDADE + WS-VL-MULTA-CALC
                   + WS-VL-JUROS-CALC
           END-IF.
           COMPUTE WS-VL-SALDO-COBR = WS-VL-DEVIDO - VL-PAGO.
           IF WS-VL-SALDO-COBR IS LESS THAN ZEROS THEN
               MOVE ZEROS TO WS-VL-SALDO-COBR
           END-IF.
           MOVE WS-VL-SALDO-COBR TO WS-VL-BOLETO.
       P610-APURA-VALOR-FIM.

      *DESCONTO DE PONTUALIDADE DO PRECO DO CURSO NA COMPETENCIA
      *(PGDESPON), SO PARA O BOLETO EMITIDO ATE A DATA LIMITE. O
      *ALUNO JA FOI LIDO NA APURACAO DO PAGADOR.
       P615-APURA-DESCONTO.
           MOVE ID-CURSO OF REG-ALUNO TO WS-PO-ID-CURSO.
           IF NM-ALUNO OF REG-ALUNO EQUAL '(ALUNO SEM CADASTRO)' THEN
               MOVE ZEROS TO WS-PO-ID-CURSO
           END-IF.
           MOVE COMPETENCIA           TO WS-PO-COMPETENCIA.
           MOVE DT-VENCIMENTO         TO WS-PO-DT-VENCIMENTO.
           MOVE VL-MENSALIDADE        TO WS-PO-VL-FACE.
           CALL 'PGDESPON' USING WS-PARM-DESPON.
           IF WS-SEGUNDA-VIA-OK OR
              WS-DH-DATA IS GREATER THAN WS-PO-DT-LIMITE THEN
               MOVE ZEROS TO WS-PO-DT-LIMITE
               MOVE ZEROS TO WS-PO-VL-DESCONTO
           END-IF.
       P615-APURA-DESCONTO-FIM.

      *O FATOR DE VENCIMENTO CONTA OS DIAS DESDE 07/10/1997 E, AO
      *PASSAR DE 9999 (22/02/2025), RECOMECA EM 1000.
       P630-MONTA-CODIGO-BARRAS.
           MOVE WS-BANCO                   TO WS-CB-BANCO.
           MOVE 9                          TO WS-CB-MOEDA.
           MOVE ZEROS                      TO WS-CB-DV.
           COMPUTE WS-FATOR-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE (WS-VENC-BOLETO)
               - FUNCTION INTEGER-OF-DATE (19971007).
           IF WS-FATOR-VENCIMENTO IS GREATER THAN 9999 THEN
               SUBTRACT 9000 FROM WS-FATOR-VENCIMENTO
           END-IF.
           MOVE WS-FATOR-VENCIMENTO        TO WS-CB-FATOR.
           MOVE WS-VL-BOLETO-CENTAVOS      TO WS-CB-VALOR.
           MOVE WS-AGENCIA                 TO WS-CL-AGENCIA.
           MOVE WS-CARTEIRA                TO WS-CL-CARTEIRA.
           MOVE ID-ALUNO OF CH-MENSALIDADE TO WS-CL-ID-ALUNO.
           MOVE COMPETENCIA                TO WS-CL-COMPETENCIA.
           MOVE WS-CONTA                   TO WS-CL-CONTA.
           MOVE ZEROS                      TO WS-CL-ZERO.
           PERFORM P640-CALCULA-DV-GERAL THRU P640-CALCULA-DV-GERAL-FIM.
       P630-MONTA-CODIGO-BARRAS-FIM.

      *DV GERAL MODULO 11 SOBRE AS 43 POSICOES (TODAS MENOS A 5),
      *PESOS DE 2 A 9 DA DIREITA PARA A ESQUERDA. RESULTADO 0, 10 OU
      *11 VIRA 1.
       P640-CALCULA-DV-GERAL.
           MOVE ZEROS TO WS-SOMA.
           MOVE 2     TO WS-PESO.
           PERFORM P645-SOMA-MOD11 THRU P645-SOMA-MOD11-FIM
                   VARYING WS-POS FROM 44 BY -1
                   UNTIL WS-POS < 1.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                  REMAINDER WS-RESTO.
           COMPUTE WS-DV-CALC = 11 - WS-RESTO.
           IF WS-DV-CALC EQUAL 0 OR WS-DV-CALC EQUAL 10 OR
              WS-DV-CALC EQUAL 11 THEN
               MOVE 1 TO WS-DV-CALC
           END-IF.
           MOVE WS-DV-CALC TO WS-CB-DV.
       P640-CALCULA-DV-GERAL-FIM.

       P645-SOMA-MOD11.
           IF WS-POS NOT EQUAL 5 THEN
               COMPUTE WS-SOMA = WS-SOMA
                   + (WS-CB-DIGITO (WS-POS) * WS-PESO)
               ADD 1 TO WS-PESO
               IF WS-PESO IS GREATER THAN 9 THEN
                   MOVE 2 TO WS-PESO
               END-IF
           END-IF.
       P645-SOMA-MOD11-FIM.

      *LINHA DIGITAVEL: TRES CAMPOS COM DV MODULO 10 (BANCO, MOEDA E
      *CAMPO LIVRE), O DV GERAL E O FATOR MAIS O VALOR.
       P650-MONTA-LINHA-DIGITAVEL.
           MOVE ZEROS TO WS-CAMPO-MOD10.
           MOVE WS-CODIGO-BARRAS (1:4)  TO WS-CAMPO-MOD10 (2:4).
           MOVE WS-CODIGO-BARRAS (20:5) TO WS-CAMPO-MOD10 (6:5).
           PERFORM P660-CALCULA-MOD10 THRU P660-CALCULA-MOD10-FIM.
           MOVE WS-DV-CALC TO WS-DV-CAMPO1.
           MOVE WS-CODIGO-BARRAS (25:10) TO WS-CAMPO-MOD10.
           PERFORM P660-CALCULA-MOD10 THRU P660-CALCULA-MOD10-FIM.
           MOVE WS-DV-CALC TO WS-DV-CAMPO2.
           MOVE WS-CODIGO-BARRAS (35:10) TO WS-CAMPO-MOD10.
           PERFORM P660-CALCULA-MOD10 THRU P660-CALCULA-MOD10-FIM.
           MOVE WS-DV-CALC TO WS-DV-CAMPO3.
           MOVE SPACES TO WS-LINHA-DIGITAVEL.
           STRING WS-CODIGO-BARRAS (1:4)  WS-CODIGO-BARRAS (20:1) '.'
                  WS-CODIGO-BARRAS (21:4) WS-DV-CAMPO1 ' '
                  WS-CODIGO-BARRAS (25:5) '.'
                  WS-CODIGO-BARRAS (30:5) WS-DV-CAMPO2 ' '
                  WS-CODIGO-BARRAS (35:5) '.'
                  WS-CODIGO-BARRAS (40:5) WS-DV-CAMPO3 ' '
                  WS-CB-DV ' '
                  WS-CODIGO-BARRAS (6:14)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-DIGITAVEL
           END-STRING.
       P650-MONTA-LINHA-DIGITAVEL-FIM.

      *DV MODULO 10: PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      *ESQUERDA, SOMANDO OS ALGARISMOS DE CADA PRODUTO.
       P660-CALCULA-MOD10.
           MOVE ZEROS TO WS-SOMA.
           MOVE 2     TO WS-PESO.
           PERFORM P665-SOMA-MOD10 THRU P665-SOMA-MOD10-FIM
                   VARYING WS-POS FROM 10 BY -1
                   UNTIL WS-POS < 1.
           DIVIDE WS-SOMA BY 10 GIVING WS-QUOCIENTE
                  REMAINDER WS-RESTO.
           IF WS-RESTO EQUAL ZEROS THEN
               MOVE ZEROS TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 10 - WS-RESTO
           END-IF.
       P660-CALCULA-MOD10-FIM.

       P665-SOMA-MOD10.
           COMPUTE WS-PRODUTO = WS-M10-DIGITO (WS-POS) * WS-PESO.
           IF WS-PRODUTO IS GREATER THAN 9 THEN
               SUBTRACT 9 FROM WS-PRODUTO
           END-IF.
           ADD WS-PRODUTO TO WS-SOMA.
           IF WS-PESO EQUAL 2 THEN
               MOVE 1 TO WS-PESO
           ELSE
               MOVE 2 TO WS-PESO
           END-IF.
       P665-SOMA-MOD10-FIM.

      *O PAGADOR E O PRIMEIRO CONTATO VINCULADO AO ALUNO COMO
      *FINANCEIRO EM ALURESP.DAT; SEM ELE, E O PROPRIO ALUNO (MESMA
      *REGRA DO TOMADOR DA NFS-E NO NTFINNFS).
       P470-APURA-PAGADOR.
           MOVE ID-ALUNO OF CH-MENSALIDADE TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE '(ALUNO SEM CADASTRO)'
                        TO NM-ALUNO OF REG-ALUNO
                   MOVE ZEROS  TO CPF-ALUNO OF REG-ALUNO
                   MOVE SPACES TO DS-ALUNO
                   MOVE ZEROS  TO CP-ALUNO
           END-READ.
           MOVE NM-ALUNO OF REG-ALUNO  TO WS-NM-ALUNO-BOLETO.
           MOVE NM-ALUNO OF REG-ALUNO  TO WS-PG-NOME.
           MOVE CPF-ALUNO OF REG-ALUNO TO WS-PG-CPF.
           MOVE RU-ALUNO               TO WS-PG-RUA.
           MOVE BA-ALUNO               TO WS-PG-BAIRRO.
           MOVE CI-ALUNO               TO WS-PG-CIDADE.
           MOVE UF-ALUNO               TO WS-PG-UF.
           MOVE CP-ALUNO               TO WS-PG-CEP.
           IF NOT WS-RESP-ABERTO-OK THEN
               GO TO P470-APURA-PAGADOR-FIM
           END-IF.
           MOVE ZEROS TO WS-ID-CONTATO-FIN.
           SET WS-EOF-RESP-OK TO FALSE.
           MOVE ID-ALUNO OF CH-MENSALIDADE
                TO ID-ALUNO OF CH-RESPONSAVEL.
           MOVE ZEROS TO ID-CONTATO OF CH-RESPONSAVEL.
           START RESPONSAVEIS KEY IS NOT LESS THAN CH-RESPONSAVEL
               INVALID KEY
                   SET WS-EOF-RESP-OK TO TRUE
           END-START.
           PERFORM P475-LE-VINCULO THRU P475-LE-VINCULO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RESP-OK.
           IF WS-ID-CONTATO-FIN EQUAL ZEROS THEN
               GO TO P470-APURA-PAGADOR-FIM
           END-IF.
           MOVE WS-ID-CONTATO-FIN TO ID-CONTATO OF REG-CONTATOS.
           READ CONTATOS
               INVALID KEY
                   GO TO P470-APURA-PAGADOR-FIM
           END-READ.
           MOVE NM-CONTATO  TO WS-PG-NOME.
           MOVE CPF-CONTATO TO WS-PG-CPF.
           MOVE RU-CONTATO  TO WS-PG-RUA.
           MOVE BA-CONTATO  TO WS-PG-BAIRRO.
           MOVE CI-CONTATO  TO WS-PG-CIDADE.
           MOVE UF-CONTATO  TO WS-PG-UF.
           MOVE CP-CONTATO  TO WS-PG-CEP.
       P470-APURA-PAGADOR-FIM.
           EXIT.

       P475-LE-VINCULO.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET WS-EOF-RESP-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO OF CH-RESPONSAVEL NOT EQUAL
                          ID-ALUNO OF CH-MENSALIDADE THEN
                       SET WS-EOF-RESP-OK TO TRUE
                   ELSE
                       IF TP-VINCULO-FINANCEIRO THEN
                           MOVE ID-CONTATO OF CH-RESPONSAVEL
                                TO WS-ID-CONTATO-FIN
                           SET WS-EOF-RESP-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P475-LE-VINCULO-FIM.

      *UM BOLETO NO SPOOL: CABECALHO COM O BANCO E A LINHA
      *DIGITAVEL, BENEFICIARIO, VENCIMENTO E VALORES, INSTRUCOES,
      *PAGADOR E O NUMERO DO CODIGO DE BARRAS.
       P700-IMPRIME-BOLETO.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'BANCO ' WS-BANCO '   |   ' WS-LINHA-DIGITAVEL
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'LOCAL DE PAGAMENTO: PAGAVEL EM QUALQUER BANCO ATE '
                  'O VENCIMENTO' DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-SEGUNDA-VIA-OK THEN
               MOVE DT-VENCIMENTO TO WS-DT-VENC-AUX
               STRING '*** 2A VIA *** VENCIMENTO ORIGINAL '
                      WS-VC-DIA '/' WS-VC-MES '/' WS-VC-ANO
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           STRING 'BENEFICIARIO: ' WS-NM-BENEFICIARIO
                  '  AGENCIA/CODIGO: ' WS-AGENCIA '/' WS-CONTA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'DATA DO DOCUMENTO: ' WS-DH-DIA '/' WS-DH-MES '/'
                  WS-DH-ANO '  NOSSO NUMERO: ' WS-CL-NOSSO-NUMERO
                  '  CARTEIRA: ' WS-CARTEIRA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'VENCIMENTO: ' WS-VB-DIA '/' WS-VB-MES '/'
                  WS-VB-ANO '  COMPETENCIA: ' CP-MES '/' CP-ANO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE VL-MENSALIDADE TO WS-MSK-VALOR.
           STRING '(=) VALOR DO DOCUMENTO......: ' WS-MSK-VALOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF VL-PAGO IS GREATER THAN ZEROS THEN
               MOVE VL-PAGO TO WS-MSK-VALOR
               STRING '(-) JA PAGO.................: ' WS-MSK-VALOR
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           IF WS-SEGUNDA-VIA-OK THEN
               MOVE WS-VL-MULTA-CALC TO WS-MSK-VALOR
               STRING '(+) MULTA...................: ' WS-MSK-VALOR
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               MOVE WS-VL-JUROS-CALC TO WS-MSK-VALOR
               STRING '(+) JUROS...................: ' WS-MSK-VALOR
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           MOVE WS-VL-BOLETO TO WS-MSK-VALOR.
           STRING '(=) VALOR COBRADO...........: ' WS-MSK-VALOR
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'INSTRUCOES (TEXTO DE RESPONSABILIDADE DO BENEFICIARIO)'
                TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-VL-MULTA-PARM TO WS-MSK-VALOR.
           MOVE WS-PC-JUROS-MES  TO WS-MSK-JUROS.
           STRING 'APOS O VENCIMENTO COBRAR MULTA DE R$ '
                  FUNCTION TRIM (WS-MSK-VALOR)
                  ' E JUROS DE ' FUNCTION TRIM (WS-MSK-JUROS)
                  '% AO MES SOBRE O VALOR DO DOCUMENTO.'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-PO-VL-DESCONTO IS GREATER THAN ZEROS THEN
               MOVE WS-PO-VL-DESCONTO TO WS-MSK-VALOR
               STRING 'ATE ' WS-PO-LM-DIA '/' WS-PO-LM-MES '/'
                      WS-PO-LM-ANO ' CONCEDER DESCONTO DE R$ '
                      FUNCTION TRIM (WS-MSK-VALOR)
                      ' (PONTUALIDADE).'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           IF TP-PRORATA-CORRIDOS OR TP-PRORATA-LETIVOS THEN
               IF TP-PRORATA-LETIVOS THEN
                   MOVE 'LETIVOS'  TO WS-DS-TP-PRORATA
               ELSE
                   MOVE 'CORRIDOS' TO WS-DS-TP-PRORATA
               END-IF
               MOVE DT-INICIO-PRORATA   TO WS-DT-INICIO-PRORATA
               MOVE VL-INTEGRAL-PRORATA TO WS-MSK-VALOR
               STRING 'VALOR PROPORCIONAL A ' QT-DIAS-PRORATA ' DE '
                      QT-DIAS-BASE-PRORATA ' DIAS '
                      FUNCTION TRIM (WS-DS-TP-PRORATA)
                      ' DA COMPETENCIA, A PARTIR DA MATRICULA EM '
                      WS-PR-DIA '/' WS-PR-MES '/' WS-PR-ANO
                      ' (INTEGRAL R$ ' FUNCTION TRIM (WS-MSK-VALOR)
                      ').'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           STRING 'REFERENTE A MENSALIDADE ESCOLAR DO ALUNO '
                  ID-ALUNO OF CH-MENSALIDADE ' - '
                  FUNCTION TRIM (WS-NM-ALUNO-BOLETO)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-PG-CPF EQUAL ZEROS THEN
               STRING 'PAGADOR: ' WS-PG-NOME
                      '  CPF: NAO CADASTRADO'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING 'PAGADOR: ' WS-PG-NOME '  CPF: ' WS-PG-CPF
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '         ' FUNCTION TRIM (WS-PG-RUA) ' - '
                  FUNCTION TRIM (WS-PG-BAIRRO) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '         ' FUNCTION TRIM (WS-PG-CIDADE) ' - '
                  WS-PG-UF ' - CEP ' WS-PG-CEP
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'CODIGO DE BARRAS: ' WS-CODIGO-BARRAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P700-IMPRIME-BOLETO-FIM.

       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTFINBOL'      TO WS-SP-RELATORIO.
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
           DISPLAY 'BOLETOS GUARDADOS NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P420-FECHA-ARQ.
           CLOSE MENSALIDADE.
           CLOSE ALUNOS.
           CLOSE RESPONSAVEIS.
           CLOSE CONTATOS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS MENSALIDADE: ' WS-FS-F
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS.....: ' WS-FS-A
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

       END PROGRAM NTFINBOL.
