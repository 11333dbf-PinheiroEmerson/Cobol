      *            (ANO/MES) INFORMADA, E REDERIVA A SITUACAO DE
      *            MENSALIDADE DO ALUNO A PARTIR DAS COBRANCAS EM
      *            ABERTO E VENCIDAS.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    14/09/2023 - MODO SIMULACAO: APURA AS COBRANCAS DA
      *            COMPETENCIA SEM GRAVAR MENSALIDADE, SEM DEBITAR A
      *            CONTA CORRENTE, SEM REGRAVAR ALUNOS E SEM AUDITORIA,
      *            RELATANDO NO SPOOL CADA COBRANCA QUE SERIA GERADA
      *            (VALOR, CREDITO, PROPORCIONAL), AS JA EXISTENTES, OS
      *            ALUNOS SEM COBRANCA COM O MOTIVO, AS SITUACOES DE
      *            MENSALIDADE QUE MUDARIAM E OS TOTAIS. PELOS
      *            DESPACHANTES DE LOTE O MODO VEM DA AREA DE LOTE;
      *            PELO MENU, E PERGUNTADO.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    17/07/2023 - BOLSA REVOGADA NA AVALIACAO DE RENOVACAO
      *            (NTBOLREV) DEIXA DE DAR DESCONTO A PARTIR DA
      *            COMPETENCIA DA REVOGACAO (CP-REVOGACAO-BOLSA).
      * Update:    27/02/2023 - COBRANCA NOVA NASCE SEM PASSO DA REGUA
      *            DE COBRANCA (NR-PASSO-REGUA E DT-PASSO-REGUA
      *            ZERADOS).
      * Update:    13/02/2023 - CAMPOS DA NEGATIVACAO NO BIRO (CFPK0008)
      *            ZERADOS NA COBRANCA NOVA.
      * Update:    30/01/2023 - PRIMEIRA COBRANCA DE ALUNO MATRICULADO
      *            DEPOIS DO DIA 1 DA COMPETENCIA SAI PROPORCIONAL AOS
      *            DIAS DESDE A MATRICULA ATIVA MAIS ANTIGA DO PERIODO,
      *            EM DIAS CORRIDOS OU LETIVOS (PGDIALET/FERIADO.DAT)
      *            CONFORME O PARAMETRO PRORATA-MODO (0 DESLIGA). O
      *            TIPO, OS DIAS E O VALOR INTEGRAL FICAM GRAVADOS NA
      *            COBRANCA.
      * Update:    23/01/2023 - DESCONTO DE IRMAOS AUTOMATICO: ALUNOS
      *            ATIVOS COM MATRICULA ATIVA NO PERIODO QUE DIVIDEM O
      *            MESMO CONTATO FINANCEIRO EM ALURESP.DAT TEM, PELA
      *            ORDEM DO CODIGO NA FAMILIA, O PERCENTUAL DO SEGUNDO
      *            FILHO (DESC-IRMAO-2-PCT) OU DO TERCEIRO EM DIANTE
      *            (DESC-IRMAO-3-PCT) SOBRE A COBRANCA, ACUMULADO COM A
      *            BOLSA PELA REGRA DESC-IRMAO-REGRA (1 CUMULATIVA, 2
      *            SOMA, 3 O MAIOR), TUDO NO ARQUIVO DE PARAMETROS
      *            (PGPARLER). OS DESCONTOS CONCEDIDOS, COM O CONTATO, A
      *            ORDEM E OS VALORES, SAEM NO SPOOL (RELATORIO
      *            NTFINABR).
      * Update:    16/01/2023 - COBRANCA NOVA GRAVADA COM O DESCONTO DE
      *            PONTUALIDADE (VL-DESCONTO-PONT) ZERADO; O DESCONTO SO
      *            E APURADO NA BAIXA.
      * Update:    12/12/2022 - SALDO CREDOR DO ALUNO NA CONTA CORRENTE
      *            (PGCTACOR/CTACOR.DAT) ABATE A COBRANCA GERADA: ENTRA
      *            COMO VALOR JA PAGO E, SE COBRE TUDO, A COBRANCA NASCE
      *            BAIXADA. O CREDITO USADO E DEBITADO NA CONTA E
      *            AUDITADO.
      * Update:    15/11/2022 - O VENCIMENTO GERADO PASSA A ROLAR
      *            PARA O PROXIMO DIA UTIL BANCARIO (PGDIALET/
      *            FERIADO.DAT): COBRANCA NAO VENCE MAIS EM DOMINGO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT MENSALIDADE
           RECORD KEY IS COMPETENCIA-FECH
           FILE  STATUS IS WS-FS-FEC.

           SELECT RESPONSAVEIS
           ASSIGN TO WS-CAMINHO-ALURESP
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-RESPONSAVEL
           FILE  STATUS IS WS-FS-V.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA.
       FD  FECHAMENTO.
           COPY CFPK0036.

       FD  RESPONSAVEIS.
           COPY CFPK0020.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
      *CAMINHOS ALEM DOS CINCO SLOTS DE CFCFG001, JA TODOS OCUPADOS.
       01  WS-CAMINHO-BOLSAS           PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-FECHAMEN         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-ALURESP          PIC X(80) VALUE SPACES.

      *CONTROLES DA COMPETENCIA FECHADA (FECHAMEN.DAT/NTFINFEC).
       77  WS-FS-FEC                   PIC 99.
      *CONTROLE ARQUIVO AUDITORIA
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

       01  WS-COMPETENCIA.
           03 WS-CP-ANO                PIC 9(04).
           03 WS-CP-MES                PIC 9(02).
       01  FILLER REDEFINES WS-COMPETENCIA.
           03 WS-CP-NUMERO             PIC 9(06).

      *AREA DA CLASSIFICACAO DE DATA (PGDIALET): O VENCIMENTO
      *GERADO ROLA PARA O PROXIMO DIA UTIL BANCARIO.
       77  WS-QTD-JA-EXISTIAM          PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SEM-PRECO            PIC 9(04) VALUE ZEROS.
       77  WS-QTD-INATIVOS             PIC 9(04) VALUE ZEROS.
       77  WS-QTD-COM-CREDITO          PIC 9(04) VALUE ZEROS.

      *CREDITO DA CONTA CORRENTE DO ALUNO (PGCTACOR/CTACOR.DAT)
      *CONSUMIDO NA COBRANCA GERADA.
       77  WS-VL-CREDITO-USADO         PIC 9(07)V99 VALUE ZEROS.
       01  WS-PARM-CTACOR.
           03 WS-CC-ACAO               PIC X(01).
           03 WS-CC-ID-ALUNO           PIC 9(05).
           03 WS-CC-VALOR              PIC 9(07)V99.
           03 WS-CC-ORIGEM             PIC X(10).
           03 WS-CC-CH-COBRANCA        PIC X(12).
           03 WS-CC-OPERADOR           PIC X(10).
           03 WS-CC-SALDO              PIC 9(07)V99.
           03 WS-CC-IMAGEM             PIC X(60).

      *CONTROLE DA DERIVACAO DO VALOR PELA TABELA DE PRECOS E PELO
      *DESCONTO DE BOLSA DO ALUNO.
       77  WS-ALUNO-INATIVO            PIC X.
           88 WS-ALUNO-INATIVO-OK      VALUE 'S' FALSE 'N'.

      *DESCONTO DE IRMAOS: ALUNOS QUE DIVIDEM O MESMO CONTATO
      *FINANCEIRO EM ALURESP.DAT, ATIVOS E COM MATRICULA ATIVA NO
      *PERIODO. A ORDEM DO IRMAO NA FAMILIA SEGUE O CODIGO DO ALUNO
      *(O MAIS ANTIGO E O PRIMEIRO FILHO, SEM DESCONTO). ALUNO LIGADO
      *A MAIS DE UM CONTATO FINANCEIRO FICA COM A MAIOR ORDEM.
       01  WS-TABELA-IRMAOS.
           03 WS-QTD-VINCULOS          PIC 9(03) VALUE ZEROS.
           03 WS-VINCULO OCCURS 500 TIMES.
               05 WS-TB-ID-CONTATO     PIC 9(06).
               05 WS-TB-ID-ALUNO       PIC 9(05).
               05 WS-TB-ORDEM          PIC 9(02).
               05 WS-TB-QT-FAMILIA     PIC 9(02).
               05 WS-TB-PRIMEIRO       PIC 9(05).

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-2                 PIC 9(03) VALUE ZEROS.

      *PERCENTUAIS DO SEGUNDO FILHO E DO TERCEIRO EM DIANTE E REGRA
      *DE ACUMULO COM A BOLSA INDIVIDUAL, DO ARQUIVO DE PARAMETROS:
      *1 = CUMULATIVA (IRMAO SOBRE O VALOR JA COM BOLSA), 2 = SOMA
      *DOS PERCENTUAIS SOBRE O PRECO, 3 = SO O MAIOR DOS DOIS.
       77  WS-PC-IRMAO-2               PIC 9(03) VALUE ZEROS.
       77  WS-PC-IRMAO-3               PIC 9(03) VALUE ZEROS.
       77  WS-REGRA-IRMAO              PIC 9(01) VALUE 1.
           88 WS-REGRA-CUMULATIVA      VALUE 1.
           88 WS-REGRA-SOMA            VALUE 2.
           88 WS-REGRA-MAIOR           VALUE 3.
       77  WS-DS-REGRA-IRMAO           PIC X(40) VALUE SPACES.

       77  WS-PC-BOLSA                 PIC 9(03)V99 VALUE ZEROS.
       77  WS-PC-IRMAO                 PIC 9(03)V99 VALUE ZEROS.
       77  WS-PC-TOTAL                 PIC 9(03)V99 VALUE ZEROS.
       77  WS-ORDEM-IRMAO              PIC 9(02) VALUE ZEROS.
       77  WS-QT-FAMILIA               PIC 9(02) VALUE ZEROS.
       77  WS-ID-CONTATO-IRMAO         PIC 9(06) VALUE ZEROS.
       77  WS-ID-PRIMEIRO-IRMAO        PIC 9(05) VALUE ZEROS.
       77  WS-NM-ALUNO-IRMAO           PIC X(20) VALUE SPACES.
       77  WS-VL-SEM-IRMAO             PIC 9(05)V99 VALUE ZEROS.
       77  WS-QTD-IRMAOS               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-IRMAOS-NAO-APLIC     PIC 9(04) VALUE ZEROS.

       77  WS-IRMAO-APURADO            PIC X.
           88 WS-IRMAO-APURADO-OK      VALUE 'S' FALSE 'N'.
       77  WS-IRMAO-APLICADO           PIC X.
           88 WS-IRMAO-APLICADO-OK     VALUE 'S' FALSE 'N'.
       77  WS-ALUNO-ELEGIVEL           PIC X.
           88 WS-ALUNO-ELEGIVEL-OK     VALUE 'S' FALSE 'N'.
       77  WS-FIM-MATR-ALUNO           PIC X.
           88 WS-FIM-MATR-ALUNO-OK     VALUE 'S' FALSE 'N'.
       77  WS-EOF-RESP                 PIC X.
           88 WS-EOF-RESP-OK           VALUE 'S' FALSE 'N'.
       77  WS-RESP-ABERTO              PIC X.
           88 WS-RESP-ABERTO-OK        VALUE 'S' FALSE 'N'.
       77  WS-SPOOL-ABERTO             PIC X.
           88 WS-SPOOL-ABERTO-OK       VALUE 'S' FALSE 'N'.

      *MODO SIMULACAO: AS COBRANCAS SAO APURADAS, MAS NADA E GRAVADO;
      *O QUE SERIA GERADO VAI PARA O RELATORIO NO SPOOL.
       77  WS-SIMULACAO                PIC X     VALUE 'N'.
           88 WS-SIMULACAO-OK          VALUE 'S' FALSE 'N'.
       77  WS-MENSALIDADE-ABERTA       PIC X.
           88 WS-MENSALIDADE-ABERTA-OK VALUE 'S' FALSE 'N'.
       77  WS-COMPETENCIA-FECHADA      PIC X.
           88 WS-COMPETENCIA-FECHADA-OK VALUE 'S' FALSE 'N'.
       77  WS-MOTIVO-SEM-COBRANCA      PIC X(40) VALUE SPACES.
       77  WS-QTD-SITUACAO-MUDA        PIC 9(04) VALUE ZEROS.
       77  WS-VL-TOTAL-SIMULADO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-VL-CREDITO-SIMULADO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-MSK-VL-CREDITO           PIC ZZ.ZZ9,99.
       77  WS-MSK-VL-TOTAL             PIC ZZZ.ZZZ.ZZ9,99.

       77  WS-MSK-PC-BOLSA             PIC ZZ9,99.
       77  WS-MSK-PC-IRMAO             PIC ZZ9,99.
       77  WS-MSK-VL-TABELA            PIC ZZ.ZZ9,99.
       77  WS-MSK-VL-COBRADO           PIC ZZ.ZZ9,99.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL): RELATORIO DOS
      *DESCONTOS DE IRMAOS CONCEDIDOS NA ABERTURA.
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

      *PRIMEIRA COBRANCA PROPORCIONAL: ALUNO CUJA MATRICULA ATIVA
      *MAIS ANTIGA DO PERIODO CAI DEPOIS DO DIA 1 DA COMPETENCIA PAGA
      *SO OS DIAS DESDE A MATRICULA. PRORATA-MODO NO ARQUIVO DE
      *PARAMETROS: 0 = SEM PROPORCIONAL, 1 = DIAS CORRIDOS (PADRAO),
      *2 = DIAS LETIVOS (PGDIALET/FERIADO.DAT).
       77  WS-PRORATA-MODO             PIC 9(01) VALUE 1.
           88 WS-PRORATA-DESLIGADO     VALUE 0.
           88 WS-PRORATA-CORRIDOS      VALUE 1.
           88 WS-PRORATA-LETIVOS       VALUE 2.
       01  WS-DT-INICIO-MES            PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DT-INICIO-MES.
           03 WS-IM-ANO                PIC 9(04).
           03 WS-IM-MES                PIC 9(02).
           03 WS-IM-DIA                PIC 9(02).
       01  WS-DT-FIM-MES               PIC 9(08) VALUE ZEROS.
       01  WS-DT-MATR-INICIO           PIC 9(08) VALUE ZEROS.
       01  WS-DT-CONTAGEM              PIC 9(08) VALUE ZEROS.
       01  WS-CH-MATRICULA-SALVA       PIC X(15) VALUE SPACES.
       77  WS-TP-PRORATA               PIC X(01) VALUE SPACES.
       77  WS-DT-INICIO-PRORATA        PIC 9(08) VALUE ZEROS.
       77  WS-QT-DIAS-PRORATA          PIC 9(02) VALUE ZEROS.
       77  WS-QT-DIAS-BASE             PIC 9(02) VALUE ZEROS.
       77  WS-VL-INTEGRAL              PIC 9(05)V99 VALUE ZEROS.
       77  WS-QTD-PROPORCIONAIS        PIC 9(04) VALUE ZEROS.

       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.

       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.

       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.

           03 WS-COM-OPERADOR          PIC X(10).
           03 WS-COM-NIVEL             PIC 9(01).

      *AREA OPCIONAL DOS DESPACHANTES DE LOTE (NTEODRUN/NTAGNRUN).
       01  LK-PARM-LOTE.
           03 LK-LT-SIMULACAO          PIC X(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA LK-PARM-LOTE.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
                      WS-QTD-GERADAS WS-QTD-JA-EXISTIAM
                      WS-QTD-SEM-PRECO WS-QTD-INATIVOS
                      WS-ANO-SEMESTRE WS-FS-P WS-FS-B
                      WS-DATA-HORA-ATUAL WS-FS-V WS-FS-SPL
                      WS-QTD-IRMAOS WS-QTD-IRMAOS-NAO-APLIC
                      WS-LINHAS-SPOOL WS-LINHA-REL
                      WS-QTD-PROPORCIONAIS WS-QTD-SITUACAO-MUDA
                      WS-VL-TOTAL-SIMULADO WS-VL-CREDITO-SIMULADO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MATRICULA-OK     TO FALSE.
           SET WS-RESP-ABERTO-OK       TO FALSE.
           SET WS-SPOOL-ABERTO-OK      TO FALSE.
           SET WS-MENSALIDADE-ABERTA-OK TO FALSE.
           SET WS-COMPETENCIA-FECHADA-OK TO FALSE.
           MOVE ZEROS                  TO WS-QTD-VINCULOS.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P105-DEFINE-SIMULACAO
                   THRU P105-DEFINE-SIMULACAO-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *CHAMADO PELOS DESPACHANTES DE LOTE, O MODO VEM DA AREA DE
      *LOTE; CHAMADO PELO MENU, E PERGUNTADO AO OPERADOR.
       P105-DEFINE-SIMULACAO.
           SET WS-SIMULACAO-OK TO FALSE.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               IF LK-LT-SIMULACAO EQUAL 'S' THEN
                   SET WS-SIMULACAO-OK TO TRUE
               END-IF
           ELSE
               DISPLAY 'EXECUTAR EM SIMULACAO, SEM GRAVAR NOS '
                       'CADASTROS? (S/N)'
               END-DISPLAY
               ACCEPT WS-SIMULACAO
               END-ACCEPT
               IF NOT WS-SIMULACAO-OK THEN
                   SET WS-SIMULACAO-OK TO FALSE
               END-IF
           END-IF.
           IF WS-SIMULACAO-OK THEN
               DISPLAY '*** MODO SIMULACAO: NADA SERA GRAVADO NOS '
                       'CADASTROS ***'
               END-DISPLAY
           END-IF.
       P105-DEFINE-SIMULACAO-FIM.

      *MONTA O CAMINHO COMPLETO DOS ARQUIVOS DE MATRICULA, DE
      *MENSALIDADES E DE ALUNOS A PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
                  '\Modulo3\DesafioM3\FECHAMEN.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-FECHAMEN
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALURESP.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-ALURESP
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P200-PROCESSA.
           IF NOT WS-COMPETENCIA-LIVRE-OK THEN
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P600-CARREGA-IRMAOS
                   THRU P600-CARREGA-IRMAOS-FIM.
      *NA SIMULACAO O RELATORIO SAI MESMO SEM DESCONTO DE IRMAOS.
           IF WS-SIMULACAO-OK AND NOT WS-SPOOL-ABERTO-OK THEN
               PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM
           END-IF.
           PERFORM P540-PREPARA-PRORATA
                   THRU P540-PREPARA-PRORATA-FIM.
           PERFORM P440-POSICIONA-MATRICULA
                   THRU P440-POSICIONA-MATRICULA-FIM.
           PERFORM P450-LE-MATRICULA   THRU P450-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MATRICULA-OK.
           IF WS-SPOOL-ABERTO-OK THEN
               PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM
           END-IF.
           IF WS-SIMULACAO-OK THEN
               DISPLAY '*** SIMULACAO DA ABERTURA CONCLUIDA - NADA '
                       'FOI GRAVADO ***'
               END-DISPLAY
           ELSE
               DISPLAY '*** ABERTURA DE COMPETENCIA CONCLUIDA ***'
               END-DISPLAY
           END-IF.
           DISPLAY 'COBRANCAS GERADAS......: ' WS-QTD-GERADAS
           END-DISPLAY.
           DISPLAY 'COBRANCAS JA EXISTENTES: ' WS-QTD-JA-EXISTIAM
           END-DISPLAY.
           DISPLAY 'ALUNOS INATIVOS........: ' WS-QTD-INATIVOS
           END-DISPLAY.
           DISPLAY 'ABATIDAS COM CREDITO...: ' WS-QTD-COM-CREDITO
           END-DISPLAY.
           DISPLAY 'COM DESCONTO DE IRMAOS.: ' WS-QTD-IRMAOS
           END-DISPLAY.
           DISPLAY 'PROPORCIONAIS..........: ' WS-QTD-PROPORCIONAIS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

           IF NOT FL-FECHADA-SIM THEN
               GO TO P435-VERIFICA-FECHAMENTO-FIM
           END-IF.
      *NA SIMULACAO A COMPETENCIA FECHADA SO E AVISADA NO RELATORIO:
      *NAO HA OVERRIDE A CONFIRMAR NEM A AUDITAR.
           IF WS-SIMULACAO-OK THEN
               SET WS-COMPETENCIA-FECHADA-OK TO TRUE
               GO TO P435-VERIFICA-FECHAMENTO-FIM
           END-IF.
           IF WS-COM-NIVEL NOT EQUAL 2 THEN
               DISPLAY 'COMPETENCIA FECHADA EM ' DT-FECHAMENTO
                       '. REEMISSAO RESTRITA A SUPERVISOR.'
           MOVE SPACES              TO DS-DEPOIS-AUDITORIA.
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
       P437-AUDITA-OVERRIDE-FIM.

       P400-ABRE-ARQ.
           IF NOT WS-FS-R-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *NA SIMULACAO OS CADASTROS SO SAO LIDOS: NADA E CRIADO, A
      *AUDITORIA NEM E ABERTA E MENSALIDADE AUSENTE VALE VAZIO.
           IF WS-SIMULACAO-OK THEN
               OPEN INPUT MENSALIDADE
               IF WS-FS-F-OK THEN
                   SET WS-MENSALIDADE-ABERTA-OK TO TRUE
               END-IF
               OPEN INPUT ALUNOS
           ELSE
               OPEN I-O MENSALIDADE
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
               IF NOT WS-FS-F-OK THEN
                   OPEN OUTPUT MENSALIDADE
               END-IF
               SET WS-MENSALIDADE-ABERTA-OK TO TRUE
               OPEN I-O ALUNOS
           END-IF.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           IF NOT WS-SIMULACAO-OK THEN
               OPEN EXTEND AUDITORIA
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
               IF NOT WS-FS-AUD-OK THEN
                   OPEN OUTPUT AUDITORIA
               END-IF
           END-IF.
      *SEM A TABELA DE PRECOS NAO HA COMO DERIVAR O VALOR DE NENHUMA
      *COBRANCA; A ABERTURA NAO PROSSEGUE.
      *CADASTRO DE BOLSAS: SE AINDA NAO EXISTE, E CRIADO VAZIO
      *(NENHUM DESCONTO CONCEDIDO).
           OPEN INPUT BOLSAS.
           IF NOT WS-FS-B-OK AND NOT WS-SIMULACAO-OK THEN
               OPEN OUTPUT BOLSAS
               CLOSE BOLSAS
               OPEN INPUT BOLSAS
      *CONTROLE DE FECHAMENTO E OPCIONAL: SEM ELE, NENHUMA
      *COMPETENCIA ESTA TRAVADA.
           OPEN INPUT FECHAMENTO.
      *SEM ALURESP.DAT NAO HA COMO RECONHECER IRMAOS; A ABERTURA
      *SEGUE SEM O DESCONTO DE IRMAOS.
           OPEN INPUT RESPONSAVEIS.
           IF WS-FS-V-OK THEN
               SET WS-RESP-ABERTO-OK TO TRUE
           END-IF.
       P400-ABRE-ARQ-FIM.

       P430-MONTA-TELA.
               IF NOT WS-ALUNO-INATIVO-OK THEN
                   ADD 1 TO WS-QTD-SEM-PRECO
               END-IF
               IF WS-SIMULACAO-OK THEN
                   STRING 'SEM COBRANCA: ALUNO ' WS-ULTIMO-ALUNO
                          ' - ' WS-MOTIVO-SEM-COBRANCA
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
                   PERFORM P305-GRAVA-LINHA-SPOOL
                           THRU P305-GRAVA-LINHA-SPOOL-FIM
               END-IF
               GO TO P460-GERA-COBRANCA-FIM
           END-IF.
           MOVE WS-ULTIMO-ALUNO    TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE ZEROS              TO NR-ACORDO.
           MOVE ZEROS              TO VL-MULTA.
           MOVE ZEROS              TO VL-JUROS.
           MOVE ZEROS              TO VL-DESCONTO-PONT.
           MOVE WS-TP-PRORATA      TO TP-PRORATA.
           MOVE WS-DT-INICIO-PRORATA TO DT-INICIO-PRORATA.
           MOVE WS-QT-DIAS-PRORATA TO QT-DIAS-PRORATA.
           MOVE WS-QT-DIAS-BASE    TO QT-DIAS-BASE-PRORATA.
           MOVE WS-VL-INTEGRAL     TO VL-INTEGRAL-PRORATA.
           MOVE ZEROS              TO DT-BAIXA-PERDA.
           MOVE ZEROS              TO VL-BAIXA-PERDA.
           MOVE ZEROS              TO DT-RECUPERACAO.
           MOVE ZEROS              TO VL-RECUPERADO.
           MOVE ZEROS              TO VL-RECUPERADO-MES.
           MOVE SPACES             TO ST-NEGATIVACAO.
           MOVE ZEROS              TO DT-AVISO-NEGAT.
           MOVE ZEROS              TO DT-INCLUSAO-NEGAT.
           MOVE ZEROS              TO DT-BAIXA-NEGAT.
           MOVE ZEROS              TO DT-EXCLUSAO-NEGAT.
           MOVE ZEROS              TO CPF-NEGATIVACAO.
           MOVE ZEROS              TO VL-NEGATIVADO.
           MOVE ZEROS              TO NR-PASSO-REGUA.
           MOVE ZEROS              TO DT-PASSO-REGUA.
           MOVE SPACES             TO ST-COBRANCA.
           PERFORM P470-APURA-CREDITO
                   THRU P470-APURA-CREDITO-FIM.
           IF WS-SIMULACAO-OK THEN
               PERFORM P580-SIMULA-COBRANCA
                       THRU P580-SIMULA-COBRANCA-FIM
               GO TO P460-DERIVA-SITUACAO
           END-IF.
           WRITE REG-MENSALIDADE
               INVALID KEY
                   ADD 1 TO WS-QTD-JA-EXISTIAM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GERADAS
                   PERFORM P475-DEBITA-CREDITO
                           THRU P475-DEBITA-CREDITO-FIM
                   IF WS-IRMAO-APURADO-OK THEN
                       PERFORM P490-RELATA-IRMAO
                               THRU P490-RELATA-IRMAO-FIM
                   END-IF
           END-WRITE.
       P460-DERIVA-SITUACAO.
           MOVE WS-ULTIMO-ALUNO TO WS-ID-ALUNO-ATUAL.
           PERFORM P500-DERIVA-SITUACAO
                   THRU P500-DERIVA-SITUACAO-FIM.
       P460-GERA-COBRANCA-FIM.
           EXIT.

      *SALDO CREDOR NA CONTA CORRENTE DO ALUNO (PAGAMENTO ALEM DO
      *DEVIDO EM COMPETENCIA ANTERIOR) ABATE A COBRANCA NOVA: ENTRA
      *COMO JA PAGO, E SE COBRE TUDO A COBRANCA JA NASCE BAIXADA.
       P470-APURA-CREDITO.
           MOVE ZEROS              TO WS-VL-CREDITO-USADO.
           MOVE 'S'                TO WS-CC-ACAO.
           MOVE WS-ULTIMO-ALUNO    TO WS-CC-ID-ALUNO.
           MOVE ZEROS              TO WS-CC-VALOR.
           CALL 'PGCTACOR' USING WS-PARM-CTACOR.
           IF WS-CC-SALDO EQUAL ZEROS THEN
               GO TO P470-APURA-CREDITO-FIM
           END-IF.
           IF WS-CC-SALDO IS LESS THAN VL-MENSALIDADE THEN
               MOVE WS-CC-SALDO     TO WS-VL-CREDITO-USADO
           ELSE
               MOVE VL-MENSALIDADE  TO WS-VL-CREDITO-USADO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               MOVE WS-DH-DATA      TO DT-PAGAMENTO
           END-IF.
           MOVE WS-VL-CREDITO-USADO TO VL-PAGO.
       P470-APURA-CREDITO-FIM.
           EXIT.

      *COM A COBRANCA GRAVADA, O CREDITO USADO SAI DA CONTA
      *CORRENTE COMO DEBITO DE ORIGEM ABERTURA, AUDITADO.
       P475-DEBITA-CREDITO.
           IF WS-VL-CREDITO-USADO EQUAL ZEROS THEN
               GO TO P475-DEBITA-CREDITO-FIM
           END-IF.
           MOVE 'D'                 TO WS-CC-ACAO.
           MOVE WS-ULTIMO-ALUNO     TO WS-CC-ID-ALUNO.
           MOVE WS-VL-CREDITO-USADO TO WS-CC-VALOR.
           MOVE 'ABERTURA'          TO WS-CC-ORIGEM.
           MOVE CH-MENSALIDADE      TO WS-CC-CH-COBRANCA.
           MOVE WS-COM-OPERADOR     TO WS-CC-OPERADOR.
           CALL 'PGCTACOR' USING WS-PARM-CTACOR.
           IF WS-CC-VALOR EQUAL ZEROS THEN
               DISPLAY 'ERRO AO DEBITAR O CREDITO DO ALUNO '
                       WS-ULTIMO-ALUNO ' NA CONTA CORRENTE.'
               END-DISPLAY
               GO TO P475-DEBITA-CREDITO-FIM
           END-IF.
           ADD 1 TO WS-QTD-COM-CREDITO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'CTACOR'            TO NM-ARQUIVO-AUDITORIA.
           MOVE 'DEBITO'            TO TP-OPERACAO-AUDITORIA.
           MOVE WS-CC-IMAGEM (1:10) TO CH-REGISTRO-AUDITORIA.
           MOVE SPACES              TO DS-ANTES-AUDITORIA.
           MOVE WS-CC-IMAGEM        TO DS-DEPOIS-AUDITORIA.
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
       P475-DEBITA-CREDITO-FIM.
           EXIT.

      *SIMULACAO: NO LUGAR DO WRITE, VE SE A COBRANCA JA EXISTE E
      *RELATA A QUE SERIA GERADA, COM O CREDITO QUE SERIA ABATIDO DA
      *CONTA CORRENTE (SEM DEBITAR) E O PROPORCIONAL, SE HOUVER.
       P580-SIMULA-COBRANCA.
           IF WS-MENSALIDADE-ABERTA-OK THEN
               READ MENSALIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-JA-EXISTIAM
                       STRING 'JA EXISTE  : ALUNO ' WS-ULTIMO-ALUNO
                              ' COMPETENCIA ' WS-COMPETENCIA
                              DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM P305-GRAVA-LINHA-SPOOL
                               THRU P305-GRAVA-LINHA-SPOOL-FIM
                       GO TO P580-SIMULA-COBRANCA-FIM
               END-READ
           END-IF.
           ADD 1 TO WS-QTD-GERADAS.
           ADD WS-VL-MENSALIDADE TO WS-VL-TOTAL-SIMULADO.
           IF WS-VL-CREDITO-USADO IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-QTD-COM-CREDITO
               ADD WS-VL-CREDITO-USADO TO WS-VL-CREDITO-SIMULADO
           END-IF.
           MOVE WS-VL-MENSALIDADE   TO WS-MSK-VL-COBRADO.
           MOVE WS-VL-CREDITO-USADO TO WS-MSK-VL-CREDITO.
           STRING 'GERARIA    : ALUNO ' WS-ULTIMO-ALUNO
                  ' COMPETENCIA ' WS-COMPETENCIA
                  ' VENCIMENTO ' WS-DT-VENCIMENTO
                  ' VALOR ' WS-MSK-VL-COBRADO
                  ' CREDITO ' WS-MSK-VL-CREDITO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           IF WS-TP-PRORATA NOT EQUAL SPACES THEN
               STRING ' PROPORCIONAL ' WS-QT-DIAS-PRORATA '/'
                      WS-QT-DIAS-BASE
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL (104:29)
               END-STRING
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-IRMAO-APURADO-OK THEN
               PERFORM P490-RELATA-IRMAO
                       THRU P490-RELATA-IRMAO-FIM
           END-IF.
       P580-SIMULA-COBRANCA-FIM.
           EXIT.

      *DERIVA O VALOR DA COBRANCA DO ALUNO: PRECO DO CURSO DELE NA
      *COMPETENCIA (PRECOS.DAT) MENOS O DESCONTO DE BOLSA
      *(BOLSAS.DAT) QUANDO HOUVER. ALUNO SEM CURSO OU CURSO SEM
                           ' COM MATRICULA MAS SEM CADASTRO. SEM '
                           'COBRANCA.'
                   END-DISPLAY
                   MOVE 'COM MATRICULA MAS SEM CADASTRO'
                        TO WS-MOTIVO-SEM-COBRANCA
                   GO TO P465-CALCULA-VALOR-FIM
           END-READ.
      *ALUNO TRANCADO OU CANCELADO NAO RECEBE COBRANCA NOVA.
           IF ST-ALUNO-TRANCADO OR ST-ALUNO-CANCELADO THEN
               SET WS-ALUNO-INATIVO-OK TO TRUE
               ADD 1 TO WS-QTD-INATIVOS
               MOVE 'SITUACAO TRANCADO OU CANCELADO'
                    TO WS-MOTIVO-SEM-COBRANCA
               GO TO P465-CALCULA-VALOR-FIM
           END-IF.
           IF ID-CURSO OF REG-ALUNO EQUAL ZEROS THEN
               DISPLAY 'ALUNO ' WS-ULTIMO-ALUNO
                       ' SEM CURSO ATRIBUIDO. SEM COBRANCA.'
               END-DISPLAY
               MOVE 'SEM CURSO ATRIBUIDO'
                    TO WS-MOTIVO-SEM-COBRANCA
               GO TO P465-CALCULA-VALOR-FIM
           END-IF.
           MOVE ID-CURSO OF REG-ALUNO TO ID-CURSO-PRECO.
                           WS-COMPETENCIA '. ALUNO '
                           WS-ULTIMO-ALUNO ' SEM COBRANCA.'
                   END-DISPLAY
                   MOVE 'CURSO SEM PRECO NA COMPETENCIA'
                        TO WS-MOTIVO-SEM-COBRANCA
                   GO TO P465-CALCULA-VALOR-FIM
           END-READ.
           SET WS-PRECO-ACHADO-OK TO TRUE.
           MOVE VL-MENSALIDADE-CURSO TO WS-VL-MENSALIDADE.
           MOVE NM-ALUNO OF REG-ALUNO TO WS-NM-ALUNO-IRMAO.
           MOVE ZEROS TO WS-PC-BOLSA.
           IF WS-FS-B-OK THEN
               MOVE WS-ULTIMO-ALUNO TO ID-ALUNO-BOLSA
               READ BOLSAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      *BOLSA REVOGADA NA RENOVACAO (NTBOLREV) SO DA DESCONTO ATE A
      *COMPETENCIA ANTERIOR A DA REVOGACAO.
                       IF CP-REVOGACAO-BOLSA EQUAL ZEROS OR
                          WS-CP-NUMERO IS LESS THAN
                              CP-REVOGACAO-BOLSA THEN
                           MOVE PC-DESCONTO-BOLSA TO WS-PC-BOLSA
                           COMPUTE WS-VL-MENSALIDADE ROUNDED =
                               VL-MENSALIDADE-CURSO *
                               (100 - PC-DESCONTO-BOLSA) / 100
                       END-IF
               END-READ
           END-IF.
           PERFORM P480-APURA-IRMAO THRU P480-APURA-IRMAO-FIM.
           PERFORM P550-APURA-PRORATA THRU P550-APURA-PRORATA-FIM.
       P465-CALCULA-VALOR-FIM.
           EXIT.

      *MODO DO PROPORCIONAL E LIMITES DA COMPETENCIA (PRIMEIRO E
      *ULTIMO DIA DO MES), LIDOS UMA VEZ ANTES DA GERACAO.
       P540-PREPARA-PRORATA.
           MOVE 'PRORATA-MODO'       TO WS-PL-NOME.
           MOVE 1                    TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR          TO WS-PRORATA-MODO.
           IF NOT WS-PRORATA-CORRIDOS AND NOT WS-PRORATA-LETIVOS THEN
               SET WS-PRORATA-DESLIGADO TO TRUE
           END-IF.
           MOVE WS-CP-ANO TO WS-IM-ANO.
           MOVE WS-CP-MES TO WS-IM-MES.
           MOVE 01        TO WS-IM-DIA.
           IF WS-CP-MES EQUAL 12 THEN
               COMPUTE WS-DT-FIM-MES = (WS-CP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DT-FIM-MES =
                   WS-CP-ANO * 10000 + (WS-CP-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DT-FIM-MES = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DT-FIM-MES) - 1).
       P540-PREPARA-PRORATA-FIM.

      *A PRIMEIRA COBRANCA DO ALUNO MATRICULADO DEPOIS DO DIA 1 DA
      *COMPETENCIA SAI PROPORCIONAL AOS DIAS DESDE A MATRICULA ATIVA
      *MAIS ANTIGA DO PERIODO (INCLUSIVE) ATE O FIM DO MES, SOBRE OS
      *DIAS DO MES, JA COM BOLSA E IRMAOS. A CONTA FICA GRAVADA NA
      *COBRANCA PARA A FAMILIA VER DE ONDE SAIU O VALOR.
       P550-APURA-PRORATA.
           MOVE SPACES TO WS-TP-PRORATA.
           MOVE ZEROS  TO WS-DT-INICIO-PRORATA.
           MOVE ZEROS  TO WS-QT-DIAS-PRORATA.
           MOVE ZEROS  TO WS-QT-DIAS-BASE.
           MOVE ZEROS  TO WS-VL-INTEGRAL.
           IF WS-PRORATA-DESLIGADO THEN
               GO TO P550-APURA-PRORATA-FIM
           END-IF.
      *BUSCA A MATRICULA MAIS ANTIGA DO ALUNO NO PERIODO E DEVOLVE A
      *LEITURA SEQUENCIAL AO PONTO EM QUE ESTAVA.
           MOVE CH-MATRICULA TO WS-CH-MATRICULA-SALVA.
           MOVE 99999999     TO WS-DT-MATR-INICIO.
           SET WS-FIM-MATR-ALUNO-OK TO FALSE.
           MOVE WS-ULTIMO-ALUNO TO ID-ALUNO OF CH-MATRICULA.
           MOVE ZEROS TO ID-MATERIA   OF CH-MATRICULA.
           MOVE ZEROS TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
               INVALID KEY
                   SET WS-FIM-MATR-ALUNO-OK TO TRUE
           END-START.
           PERFORM P555-LE-MATR-PRORATA THRU P555-LE-MATR-PRORATA-FIM
                   WITH TEST BEFORE UNTIL WS-FIM-MATR-ALUNO-OK.
           MOVE WS-CH-MATRICULA-SALVA TO CH-MATRICULA.
           START MATRICULA KEY IS GREATER THAN CH-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
           IF WS-DT-MATR-INICIO IS NOT GREATER THAN WS-DT-INICIO-MES
              OR WS-DT-MATR-INICIO IS GREATER THAN WS-DT-FIM-MES THEN
               GO TO P550-APURA-PRORATA-FIM
           END-IF.
           IF WS-PRORATA-LETIVOS THEN
               MOVE WS-DT-INICIO-MES TO WS-DT-CONTAGEM
               PERFORM P560-CONTA-DIA-LETIVO
                       THRU P560-CONTA-DIA-LETIVO-FIM
                       WITH TEST BEFORE
                       UNTIL WS-DT-CONTAGEM > WS-DT-FIM-MES
           END-IF.
      *MES SEM NENHUM DIA LETIVO CADASTRADO CAI PARA DIAS CORRIDOS.
           IF WS-PRORATA-LETIVOS AND WS-QT-DIAS-BASE > ZEROS THEN
               MOVE 'L' TO WS-TP-PRORATA
           ELSE
               MOVE 'C' TO WS-TP-PRORATA
               COMPUTE WS-QT-DIAS-BASE =
                   FUNCTION INTEGER-OF-DATE (WS-DT-FIM-MES)
                   - FUNCTION INTEGER-OF-DATE (WS-DT-INICIO-MES) + 1
               COMPUTE WS-QT-DIAS-PRORATA =
                   FUNCTION INTEGER-OF-DATE (WS-DT-FIM-MES)
                   - FUNCTION INTEGER-OF-DATE (WS-DT-MATR-INICIO) + 1
           END-IF.
           MOVE WS-DT-MATR-INICIO TO WS-DT-INICIO-PRORATA.
           MOVE WS-VL-MENSALIDADE TO WS-VL-INTEGRAL.
           COMPUTE WS-VL-MENSALIDADE ROUNDED =
               WS-VL-INTEGRAL * WS-QT-DIAS-PRORATA / WS-QT-DIAS-BASE.
           ADD 1 TO WS-QTD-PROPORCIONAIS.
           DISPLAY 'ALUNO ' WS-ULTIMO-ALUNO ' MATRICULADO EM '
                   WS-DT-MATR-INICIO ': COBRANCA PROPORCIONAL DE '
                   WS-QT-DIAS-PRORATA '/' WS-QT-DIAS-BASE ' DIAS.'
           END-DISPLAY.
       P550-APURA-PRORATA-FIM.
           EXIT.

       P555-LE-MATR-PRORATA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-FIM-MATR-ALUNO-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO OF CH-MATRICULA NOT EQUAL
                          WS-ULTIMO-ALUNO THEN
                       SET WS-FIM-MATR-ALUNO-OK TO TRUE
                   ELSE
                       IF ST-MATRICULA-ATIVA AND
                          ANO-SEMESTRE OF REG-MATRICULA EQUAL
                              WS-ANO-SEMESTRE AND
                          DT-MATRICULA IS LESS THAN WS-DT-MATR-INICIO
                          THEN
                           MOVE DT-MATRICULA TO WS-DT-MATR-INICIO
                       END-IF
                   END-IF
           END-READ.
       P555-LE-MATR-PRORATA-FIM.

      *CONTA OS DIAS LETIVOS DO MES (BASE) E OS QUE CAEM A PARTIR DA
      *MATRICULA (COBRADOS), PELA CLASSIFICACAO DO PGDIALET.
       P560-CONTA-DIA-LETIVO.
           MOVE WS-DT-CONTAGEM TO WS-DL-DATA.
           CALL 'PGDIALET' USING WS-PARM-DIALET.
           IF WS-DL-LETIVO EQUAL 'S' THEN
               ADD 1 TO WS-QT-DIAS-BASE
               IF WS-DT-CONTAGEM IS NOT LESS THAN WS-DT-MATR-INICIO
                  THEN
                   ADD 1 TO WS-QT-DIAS-PRORATA
               END-IF
           END-IF.
           COMPUTE WS-DT-CONTAGEM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DT-CONTAGEM) + 1).
       P560-CONTA-DIA-LETIVO-FIM.

      *DESCONTO DE IRMAOS DO ALUNO, PELA ORDEM DELE NA FAMILIA: O
      *SEGUNDO FILHO TEM O PERCENTUAL DESC-IRMAO-2-PCT E O TERCEIRO
      *EM DIANTE O DESC-IRMAO-3-PCT, ACUMULADOS COM A BOLSA PELA
      *REGRA DESC-IRMAO-REGRA. NA REGRA 3, BOLSA MAIOR OU IGUAL AO
      *DESCONTO DE IRMAO PREVALECE E O IRMAO SAI NO RELATORIO COMO
      *NAO APLICADO.
       P480-APURA-IRMAO.
           SET WS-IRMAO-APURADO-OK  TO FALSE.
           SET WS-IRMAO-APLICADO-OK TO FALSE.
           MOVE ZEROS TO WS-ORDEM-IRMAO.
           MOVE ZEROS TO WS-PC-IRMAO.
           MOVE WS-VL-MENSALIDADE TO WS-VL-SEM-IRMAO.
           IF WS-QTD-VINCULOS EQUAL ZEROS THEN
               GO TO P480-APURA-IRMAO-FIM
           END-IF.
           PERFORM P485-BUSCA-IRMAO THRU P485-BUSCA-IRMAO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QTD-VINCULOS.
           IF WS-ORDEM-IRMAO IS LESS THAN 2 THEN
               GO TO P480-APURA-IRMAO-FIM
           END-IF.
           IF WS-ORDEM-IRMAO EQUAL 2 THEN
               MOVE WS-PC-IRMAO-2 TO WS-PC-IRMAO
           ELSE
               MOVE WS-PC-IRMAO-3 TO WS-PC-IRMAO
           END-IF.
           IF WS-PC-IRMAO EQUAL ZEROS THEN
               GO TO P480-APURA-IRMAO-FIM
           END-IF.
           IF WS-PC-IRMAO IS GREATER THAN 100 THEN
               MOVE 100 TO WS-PC-IRMAO
           END-IF.
           SET WS-IRMAO-APURADO-OK TO TRUE.
           EVALUATE TRUE
               WHEN WS-REGRA-SOMA
                   COMPUTE WS-PC-TOTAL = WS-PC-BOLSA + WS-PC-IRMAO
                   IF WS-PC-TOTAL IS GREATER THAN 100 THEN
                       MOVE 100 TO WS-PC-TOTAL
                   END-IF
                   COMPUTE WS-VL-MENSALIDADE ROUNDED =
                       VL-MENSALIDADE-CURSO *
                       (100 - WS-PC-TOTAL) / 100
                   SET WS-IRMAO-APLICADO-OK TO TRUE
               WHEN WS-REGRA-MAIOR
                   IF WS-PC-IRMAO IS GREATER THAN WS-PC-BOLSA THEN
                       COMPUTE WS-VL-MENSALIDADE ROUNDED =
                           VL-MENSALIDADE-CURSO *
                           (100 - WS-PC-IRMAO) / 100
                       SET WS-IRMAO-APLICADO-OK TO TRUE
                   END-IF
               WHEN OTHER
                   COMPUTE WS-VL-MENSALIDADE ROUNDED =
                       WS-VL-SEM-IRMAO * (100 - WS-PC-IRMAO) / 100
                   SET WS-IRMAO-APLICADO-OK TO TRUE
           END-EVALUATE.
       P480-APURA-IRMAO-FIM.
           EXIT.

       P485-BUSCA-IRMAO.
           IF WS-TB-ID-ALUNO (WS-INDICE) EQUAL WS-ULTIMO-ALUNO AND
              WS-TB-ORDEM (WS-INDICE) IS GREATER THAN WS-ORDEM-IRMAO
              THEN
               MOVE WS-TB-ORDEM (WS-INDICE)      TO WS-ORDEM-IRMAO
               MOVE WS-TB-QT-FAMILIA (WS-INDICE) TO WS-QT-FAMILIA
               MOVE WS-TB-ID-CONTATO (WS-INDICE)
                    TO WS-ID-CONTATO-IRMAO
               MOVE WS-TB-PRIMEIRO (WS-INDICE)
                    TO WS-ID-PRIMEIRO-IRMAO
           END-IF.
       P485-BUSCA-IRMAO-FIM.

      *UMA LINHA NO RELATORIO POR ALUNO COM DESCONTO DE IRMAO
      *APURADO NA COBRANCA GERADA: CONTATO FINANCEIRO COMUM, ORDEM
      *DO ALUNO NA FAMILIA (ORDEM/TOTAL DE IRMAOS ATIVOS), O PRIMEIRO
      *FILHO DA FAMILIA, OS PERCENTUAIS E OS VALORES.
       P490-RELATA-IRMAO.
           IF NOT WS-SPOOL-ABERTO-OK THEN
               GO TO P490-RELATA-IRMAO-FIM
           END-IF.
           MOVE WS-PC-BOLSA          TO WS-MSK-PC-BOLSA.
           MOVE WS-PC-IRMAO          TO WS-MSK-PC-IRMAO.
           MOVE VL-MENSALIDADE-CURSO TO WS-MSK-VL-TABELA.
           MOVE WS-VL-MENSALIDADE    TO WS-MSK-VL-COBRADO.
           STRING WS-ULTIMO-ALUNO ' ' WS-NM-ALUNO-IRMAO ' '
                  WS-ID-CONTATO-IRMAO '  '
                  WS-ORDEM-IRMAO 'O/' WS-QT-FAMILIA '  '
                  WS-ID-PRIMEIRO-IRMAO '  '
                  WS-MSK-PC-BOLSA ' ' WS-MSK-PC-IRMAO ' '
                  WS-MSK-VL-TABELA '  ' WS-MSK-VL-COBRADO ' '
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           IF WS-IRMAO-APLICADO-OK THEN
               ADD 1 TO WS-QTD-IRMAOS
               MOVE 'DESCONTO DE IRMAO APLICADO'
                    TO WS-LINHA-REL (86:47)
           ELSE
               ADD 1 TO WS-QTD-IRMAOS-NAO-APLIC
               MOVE 'NAO APLICADO - BOLSA INDIVIDUAL MAIOR'
                    TO WS-LINHA-REL (86:47)
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P490-RELATA-IRMAO-FIM.
           EXIT.

      *CARGA DA TABELA DE IRMAOS ANTES DA GERACAO: OS VINCULOS
      *FINANCEIROS DE ALURESP.DAT DOS ALUNOS ATIVOS COM MATRICULA
      *ATIVA NO PERIODO, DEPOIS A ORDEM DE CADA UM NA FAMILIA. SEM
      *PERCENTUAL CONFIGURADO OU SEM ALURESP.DAT, A ABERTURA SEGUE SEM
      *DESCONTO DE IRMAOS E SEM O RELATORIO.
       P600-CARREGA-IRMAOS.
           MOVE ZEROS TO WS-QTD-VINCULOS.
           MOVE 'DESC-IRMAO-2-PCT'   TO WS-PL-NOME.
           MOVE ZEROS                TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR          TO WS-PC-IRMAO-2.
           MOVE 'DESC-IRMAO-3-PCT'   TO WS-PL-NOME.
           MOVE WS-PC-IRMAO-2        TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR          TO WS-PC-IRMAO-3.
           MOVE 'DESC-IRMAO-REGRA'   TO WS-PL-NOME.
           MOVE 1                    TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR          TO WS-REGRA-IRMAO.
           IF NOT WS-REGRA-SOMA AND NOT WS-REGRA-MAIOR THEN
               SET WS-REGRA-CUMULATIVA TO TRUE
           END-IF.
           IF WS-PC-IRMAO-2 EQUAL ZEROS AND
              WS-PC-IRMAO-3 EQUAL ZEROS THEN
               DISPLAY 'DESCONTO DE IRMAOS NAO CONFIGURADO '
                       '(DESC-IRMAO-2-PCT/DESC-IRMAO-3-PCT).'
               END-DISPLAY
               GO TO P600-CARREGA-IRMAOS-FIM
           END-IF.
           IF NOT WS-RESP-ABERTO-OK THEN
               DISPLAY 'ALURESP.DAT AUSENTE. ABERTURA SEM DESCONTO '
                       'DE IRMAOS.'
               END-DISPLAY
               GO TO P600-CARREGA-IRMAOS-FIM
           END-IF.
           SET WS-EOF-RESP-OK TO FALSE.
           MOVE ZEROS TO ID-ALUNO   OF CH-RESPONSAVEL.
           MOVE ZEROS TO ID-CONTATO OF CH-RESPONSAVEL.
           START RESPONSAVEIS KEY IS NOT LESS THAN CH-RESPONSAVEL
               INVALID KEY
                   SET WS-EOF-RESP-OK TO TRUE
           END-START.
           PERFORM P605-LE-VINCULO THRU P605-LE-VINCULO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RESP-OK.
           PERFORM P620-ORDENA-FAMILIA THRU P620-ORDENA-FAMILIA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QTD-VINCULOS.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
       P600-CARREGA-IRMAOS-FIM.
           EXIT.

       P605-LE-VINCULO.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET WS-EOF-RESP-OK TO TRUE
               NOT AT END
                   IF TP-VINCULO-FINANCEIRO THEN
                       PERFORM P610-VERIFICA-ALUNO
                               THRU P610-VERIFICA-ALUNO-FIM
                   END-IF
           END-READ.
       P605-LE-VINCULO-FIM.

      *SO ENTRA NA TABELA O ALUNO ATIVO COM AO MENOS UMA MATRICULA
      *ATIVA NO PERIODO LETIVO DA COMPETENCIA.
       P610-VERIFICA-ALUNO.
           SET WS-ALUNO-ELEGIVEL-OK TO FALSE.
           MOVE ID-ALUNO OF CH-RESPONSAVEL TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   GO TO P610-VERIFICA-ALUNO-FIM
           END-READ.
           IF ST-ALUNO-TRANCADO OR ST-ALUNO-CANCELADO THEN
               GO TO P610-VERIFICA-ALUNO-FIM
           END-IF.
           SET WS-FIM-MATR-ALUNO-OK TO FALSE.
           MOVE ID-ALUNO OF CH-RESPONSAVEL TO ID-ALUNO OF CH-MATRICULA.
           MOVE ZEROS TO ID-MATERIA   OF CH-MATRICULA.
           MOVE ZEROS TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
               INVALID KEY
                   SET WS-FIM-MATR-ALUNO-OK TO TRUE
           END-START.
           PERFORM P615-LE-MATRICULA-ALUNO
                   THRU P615-LE-MATRICULA-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-FIM-MATR-ALUNO-OK.
           IF NOT WS-ALUNO-ELEGIVEL-OK THEN
               GO TO P610-VERIFICA-ALUNO-FIM
           END-IF.
           IF WS-QTD-VINCULOS IS LESS THAN 500 THEN
               ADD 1 TO WS-QTD-VINCULOS
               MOVE ID-CONTATO OF CH-RESPONSAVEL
                    TO WS-TB-ID-CONTATO (WS-QTD-VINCULOS)
               MOVE ID-ALUNO OF CH-RESPONSAVEL
                    TO WS-TB-ID-ALUNO (WS-QTD-VINCULOS)
           ELSE
               DISPLAY 'TABELA DE IRMAOS ESGOTADA (500). DESCONTO '
                       'DE IRMAOS PARCIAL.'
               END-DISPLAY
               SET WS-EOF-RESP-OK TO TRUE
           END-IF.
       P610-VERIFICA-ALUNO-FIM.
           EXIT.

       P615-LE-MATRICULA-ALUNO.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-FIM-MATR-ALUNO-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO OF CH-MATRICULA NOT EQUAL
                          ID-ALUNO OF CH-RESPONSAVEL THEN
                       SET WS-FIM-MATR-ALUNO-OK TO TRUE
                   ELSE
                       IF ST-MATRICULA-ATIVA AND
                          ANO-SEMESTRE OF REG-MATRICULA EQUAL
                              WS-ANO-SEMESTRE THEN
                           SET WS-ALUNO-ELEGIVEL-OK TO TRUE
                           SET WS-FIM-MATR-ALUNO-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P615-LE-MATRICULA-ALUNO-FIM.

      *ORDEM DO ALUNO NA FAMILIA: UM MAIS A QUANTIDADE DE IRMAOS DO
      *MESMO CONTATO COM CODIGO MENOR; GUARDA TAMBEM O TOTAL DE
      *IRMAOS ATIVOS E O PRIMEIRO FILHO, PARA O RELATORIO.
       P620-ORDENA-FAMILIA.
           MOVE 1 TO WS-TB-ORDEM (WS-INDICE).
           MOVE ZEROS TO WS-TB-QT-FAMILIA (WS-INDICE).
           MOVE WS-TB-ID-ALUNO (WS-INDICE)
                TO WS-TB-PRIMEIRO (WS-INDICE).
           PERFORM P625-COMPARA-IRMAO THRU P625-COMPARA-IRMAO-FIM
                   VARYING WS-INDICE-2 FROM 1 BY 1
                   UNTIL WS-INDICE-2 > WS-QTD-VINCULOS.
       P620-ORDENA-FAMILIA-FIM.

       P625-COMPARA-IRMAO.
           IF WS-TB-ID-CONTATO (WS-INDICE-2) EQUAL
                  WS-TB-ID-CONTATO (WS-INDICE) THEN
               ADD 1 TO WS-TB-QT-FAMILIA (WS-INDICE)
               IF WS-TB-ID-ALUNO (WS-INDICE-2) IS LESS THAN
                      WS-TB-ID-ALUNO (WS-INDICE) THEN
                   ADD 1 TO WS-TB-ORDEM (WS-INDICE)
               END-IF
               IF WS-TB-ID-ALUNO (WS-INDICE-2) IS LESS THAN
                      WS-TB-PRIMEIRO (WS-INDICE) THEN
                   MOVE WS-TB-ID-ALUNO (WS-INDICE-2)
                        TO WS-TB-PRIMEIRO (WS-INDICE)
               END-IF
           END-IF.
       P625-COMPARA-IRMAO-FIM.

      *ABRE O RELATORIO DE DESCONTOS DE IRMAOS NO SPOOL, COM OS
      *PARAMETROS EM VIGOR NO CABECALHO.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTFINABR'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           IF NOT WS-FS-SPL-OK THEN
               DISPLAY 'ERRO AO ABRIR O SPOOL. RELATORIO DE IRMAOS '
                       'NAO GERADO.'
               END-DISPLAY
               GO TO P300-ABRE-SPOOL-FIM
           END-IF.
           SET WS-SPOOL-ABERTO-OK TO TRUE.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
           EVALUATE TRUE
               WHEN WS-REGRA-SOMA
                   MOVE '2 - SOMA DOS PERCENTUAIS SOBRE O PRECO'
                        TO WS-DS-REGRA-IRMAO
               WHEN WS-REGRA-MAIOR
                   MOVE '3 - SO O MAIOR (BOLSA OU IRMAO)'
                        TO WS-DS-REGRA-IRMAO
               WHEN OTHER
                   MOVE '1 - CUMULATIVA (IRMAO SOBRE A BOLSA)'
                        TO WS-DS-REGRA-IRMAO
           END-EVALUATE.
           STRING 'DESCONTO DE IRMAOS - ABERTURA DA COMPETENCIA '
                  WS-CP-MES '/' WS-CP-ANO ' - PERIODO LETIVO '
                  WS-AS-ANO '/' WS-AS-SEMESTRE
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-SIMULACAO-OK THEN
               MOVE 'SIMULACAO - NADA FOI GRAVADO NOS CADASTROS.'
                    TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           IF WS-COMPETENCIA-FECHADA-OK THEN
               STRING 'ATENCAO: COMPETENCIA FECHADA EM '
                      DT-FECHAMENTO '. A ABERTURA DE VERDADE EXIGE '
                      'OVERRIDE DE SUPERVISOR.'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           MOVE WS-PC-IRMAO-2 TO WS-MSK-PC-BOLSA.
           MOVE WS-PC-IRMAO-3 TO WS-MSK-PC-IRMAO.
           STRING '2O FILHO: ' WS-MSK-PC-BOLSA '%   3O EM DIANTE: '
                  WS-MSK-PC-IRMAO '%   ACUMULO COM A BOLSA: '
                  WS-DS-REGRA-IRMAO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ALUNO NOME                 CONTAT  ORDEM   1O FI'
                  '  BOLSA% IRMAO% VL.TABELA VL.COBRADO SITUACAO'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P300-ABRE-SPOOL-FIM.
           EXIT.

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
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ALUNOS COM DESCONTO DE IRMAOS APLICADO: '
                  WS-QTD-IRMAOS
                  '   NAO APLICADO (BOLSA MAIOR): '
                  WS-QTD-IRMAOS-NAO-APLIC
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-SIMULACAO-OK THEN
               PERFORM P315-TOTAIS-SIMULACAO
                       THRU P315-TOTAIS-SIMULACAO-FIM
           END-IF.
           CLOSE SAIDA-SPOOL.
           SET WS-SPOOL-ABERTO-OK TO FALSE.
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           DISPLAY 'RELATORIO DE IRMAOS GUARDADO NO SPOOL '
                   WS-SP-NUMERO ' (' WS-SP-PAGINAS ' PAGINAS). '
                   'REIMPRESSAO PELO NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P315-TOTAIS-SIMULACAO.
           MOVE WS-VL-TOTAL-SIMULADO TO WS-MSK-VL-TOTAL.
           STRING 'COBRANCAS QUE SERIAM GERADAS: ' WS-QTD-GERADAS
                  '   VALOR TOTAL: ' WS-MSK-VL-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE WS-VL-CREDITO-SIMULADO TO WS-MSK-VL-TOTAL.
           STRING 'ABATIDAS COM CREDITO: ' WS-QTD-COM-CREDITO
                  '   CREDITO QUE SERIA DEBITADO: ' WS-MSK-VL-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'JA EXISTENTES: ' WS-QTD-JA-EXISTIAM
                  '   SEM PRECO: ' WS-QTD-SEM-PRECO
                  '   INATIVOS: ' WS-QTD-INATIVOS
                  '   PROPORCIONAIS: ' WS-QTD-PROPORCIONAIS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'SITUACOES DE MENSALIDADE QUE MUDARIAM: '
                  WS-QTD-SITUACAO-MUDA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P315-TOTAIS-SIMULACAO-FIM.

      *REDERIVA A SITUACAO DE MENSALIDADE DO ALUNO EM
      *WS-ID-ALUNO-ATUAL PELA ROTINA PGSITMEN: INADIMPLENTE QUANDO
      *EXISTE AO MENOS UMA COBRANCA VENCIDA EM ABERTO NAO SUSPENSA
                   ELSE
                       SET ST-MENSALIDADE-ADIMPLENTE   TO TRUE
                   END-IF
                   IF REG-ALUNO NOT EQUAL WS-REG-ANTES AND
                      WS-SIMULACAO-OK THEN
                       PERFORM P535-RELATA-SITUACAO
                               THRU P535-RELATA-SITUACAO-FIM
                       MOVE WS-REG-ANTES TO REG-ALUNO
                   END-IF
                   IF REG-ALUNO NOT EQUAL WS-REG-ANTES THEN
                       REWRITE REG-ALUNO
                           INVALID KEY
           MOVE REG-ALUNO           TO DS-DEPOIS-AUDITORIA.
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
       P530-GRAVA-AUDITORIA-FIM.

      *SIMULACAO: A SITUACAO DE MENSALIDADE DO ALUNO MUDARIA.
       P535-RELATA-SITUACAO.
           ADD 1 TO WS-QTD-SITUACAO-MUDA.
           IF ST-MENSALIDADE-INADIMPLENTE THEN
               STRING 'SITUACAO   : ALUNO ' WS-ID-ALUNO-ATUAL
                      ' PASSARIA A INADIMPLENTE'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING 'SITUACAO   : ALUNO ' WS-ID-ALUNO-ATUAL
                      ' PASSARIA A ADIMPLENTE'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P535-RELATA-SITUACAO-FIM.

       P420-FECHA-ARQ.
           CLOSE MATRICULA.
           IF WS-MENSALIDADE-ABERTA-OK THEN
               CLOSE MENSALIDADE
           END-IF.
           CLOSE ALUNOS.
           IF NOT WS-SIMULACAO-OK THEN
               CLOSE AUDITORIA
           END-IF.
           CLOSE PRECOS.
           CLOSE BOLSAS.
           IF WS-FS-FEC-OK THEN
               CLOSE FECHAMENTO
           END-IF.
           IF WS-RESP-ABERTO-OK THEN
               CLOSE RESPONSAVEIS
           END-IF.
           IF WS-SPOOL-ABERTO-OK THEN
               CLOSE SAIDA-SPOOL
           END-IF.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
