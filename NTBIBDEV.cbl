      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   DEVOLUCAO DE LIVRO DA BIBLIOTECA: LOCALIZA O
      *            EMPRESTIMO ABERTO DO EXEMPLAR, REGISTRA A DATA E OS
      *            DIAS DE ATRASO SOBRE A DATA PREVISTA (DIAS
      *            CORRIDOS) E CALCULA A MULTA PELO PARAMETRO
      *            BIB-MULTA-DIA-CENT (CENTAVOS POR DIA, PADRAO 100).
      *            PARA ALUNO, A MULTA E LANCADA EM MENSALIDADE.DAT
      *            COMO COBRANCA TIPO B NA COMPETENCIA DA DEVOLUCAO,
      *            VENCIMENTO EM 30 DIAS, AUDITADA COMO NO NTFINTAX;
      *            SE O ALUNO JA TEM COBRANCA B ABERTA NO MES, A MULTA
      *            SOMA NELA, E SE A DO MES JA FOI PAGA OU ENCERRADA,
      *            VAI PARA O MES SEGUINTE. PROFESSOR NAO E COBRADO EM
      *            MENSALIDADE.DAT: O ATRASO FICA SO NO EMPRESTIMO. O
      *            EXEMPLAR DEVOLVIDO VAI PARA A RESERVA MAIS ANTIGA
      *            DO TITULO (PGBIBRES) OU FICA DISPONIVEL.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTBIBDEV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACERVO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-ACERVO
           FILE  STATUS IS WS-FS-ACV.

           SELECT EMPRESTIMO
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS NR-EMPRESTIMO
           ALTERNATE RECORD KEY IS CH-LEITOR-EMP
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CH-EXEMPLAR-EMP
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-EMP.

           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-F.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ACERVO.
           COPY CFPK0048.

       FD  EMPRESTIMO.
           COPY CFPK0049.

       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  AUDITORIA.
           COPY CFPK0006.

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

       77  WS-ID-TITULO                PIC 9(05) VALUE ZEROS.
       77  WS-NR-EXEMPLAR              PIC 9(02) VALUE ZEROS.
       77  WS-QT-DIAS-ATRASO           PIC 9(04) VALUE ZEROS.
       77  WS-VL-MULTA                 PIC 9(05)V99 VALUE ZEROS.
       77  WS-TENTATIVAS               PIC 9(02) VALUE ZEROS.

       01  WS-COMPETENCIA.
           03 WS-CP-ANO                PIC 9(04).
           03 WS-CP-MES                PIC 9(02).

      *IMAGEM DA COBRANCA ANTES DE SOMAR A MULTA, PARA A AUDITORIA.
       77  WS-REG-ANTES                PIC X(250) VALUE SPACES.
       77  WS-TP-OPERACAO              PIC X(10) VALUE SPACES.

      *MULTA POR DIA DE ATRASO, EM CENTAVOS (PGPARLER).
       77  WS-MULTA-DIA-CENT           PIC 9(06) VALUE ZEROS.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *AREA DO ATENDIMENTO DA FILA DE RESERVAS (PGBIBRES).
       01  WS-PARM-BIBRES.
           03 WS-BR-ID-TITULO          PIC 9(05).
           03 WS-BR-NR-EXEMPLAR        PIC 9(02).
           03 WS-BR-SEPARADO           PIC X(01).
               88 WS-BR-SEPARADO-SIM   VALUE 'S' FALSE 'N'.
           03 WS-BR-TP-LEITOR          PIC X(01).
           03 WS-BR-ID-LEITOR          PIC 9(05).
           03 WS-BR-DT-LIMITE          PIC 9(08).

       77  WS-ACHOU-EMP                PIC X.
           88 WS-ACHOU-EMP-OK          VALUE 'S' FALSE 'N'.
       77  WS-MULTA-LANCADA            PIC X.
           88 WS-MULTA-LANCADA-OK      VALUE 'S' FALSE 'N'.

       77  WS-EXIT                     PIC X.
           88 WS-EXIT-OK               VALUE 'S' FALSE 'N'.

       77  WS-EOF-EMP                  PIC X.
           88 WS-EOF-EMP-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-ACV                   PIC 99.
           88 WS-FS-ACV-OK             VALUE 0.
       77  WS-FS-EMP                   PIC 99.
           88 WS-FS-EMP-OK             VALUE 0.
       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

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
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-ACV WS-FS-EMP WS-FS-F WS-FS-AUD
                      WS-ID-TITULO WS-NR-EXEMPLAR WS-QT-DIAS-ATRASO
                      WS-VL-MULTA WS-TENTATIVAS WS-COMPETENCIA
                      WS-REG-ANTES WS-TP-OPERACAO WS-PARM-BIBRES
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EXIT-OK              TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE 'BIB-MULTA-DIA-CENT' TO WS-PL-NOME.
           MOVE 100                  TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR          TO WS-MULTA-DIA-CENT.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DO ACERVO, DOS EMPRESTIMOS, DAS COBRANCAS E
      *DA AUDITORIA.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ACERVO.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\EMPRESTIMO.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O ACERVO.
           IF NOT WS-FS-ACV-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O EMPRESTIMO.
           IF NOT WS-FS-EMP-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P210-DEVOLVE    THRU P210-DEVOLVE-FIM.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> PARA OUTRA DEVOLUCAO, OU'
                   ' <S> PARA SAIR'
           END-DISPLAY.
           ACCEPT WS-EXIT
           END-ACCEPT.
       P200-PROCESSA-FIM.

       P210-DEVOLVE.
           DISPLAY 'DEVOLUCAO DE LIVRO. INFORME:'
           END-DISPLAY.
           DISPLAY 'O CODIGO DO TITULO.....................: '
           END-DISPLAY.
           ACCEPT WS-ID-TITULO
           END-ACCEPT.
           DISPLAY 'O NUMERO DO EXEMPLAR...................: '
           END-DISPLAY.
           ACCEPT WS-NR-EXEMPLAR
           END-ACCEPT.
           MOVE WS-ID-TITULO   TO ID-TITULO.
           MOVE WS-NR-EXEMPLAR TO NR-EXEMPLAR.
           READ ACERVO
               INVALID KEY
                   DISPLAY 'EXEMPLAR NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P210-DEVOLVE-FIM
           END-READ.
           DISPLAY NM-TITULO ' / ' NM-AUTOR
           END-DISPLAY.
           PERFORM P300-BUSCA-EMPRESTIMO
                   THRU P300-BUSCA-EMPRESTIMO-FIM.
           IF NOT WS-ACHOU-EMP-OK THEN
               DISPLAY 'EXEMPLAR SEM EMPRESTIMO EM ABERTO.'
               END-DISPLAY
               GO TO P210-DEVOLVE-FIM
           END-IF.
           DISPLAY 'EMPRESTIMO ' NR-EMPRESTIMO ' AO LEITOR '
                   TP-LEITOR-EMP '-' ID-LEITOR-EMP
                   ', DEVOLUCAO PREVISTA EM ' DT-PREVISTA
           END-DISPLAY.
           PERFORM P500-APURA-ATRASO THRU P500-APURA-ATRASO-FIM.
           MOVE WS-DH-DATA         TO DT-DEVOLUCAO.
           SET ST-EMPRESTIMO-DEVOLVIDO TO TRUE.
           MOVE WS-QT-DIAS-ATRASO  TO QT-DIAS-ATRASO.
           MOVE WS-VL-MULTA        TO VL-MULTA-BIB.
           MOVE ZEROS              TO CP-MULTA-BIB.
           MOVE WS-COM-OPERADOR    TO ID-OPERADOR-DEV.
           IF WS-VL-MULTA IS GREATER THAN ZEROS THEN
               IF TP-LEITOR-EMP-ALUNO THEN
                   PERFORM P700-LANCA-MULTA
                           THRU P700-LANCA-MULTA-FIM
               ELSE
                   DISPLAY 'PROFESSOR: ATRASO REGISTRADO NO '
                           'EMPRESTIMO, SEM COBRANCA.'
                   END-DISPLAY
               END-IF
           END-IF.
           REWRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EMPRESTIMO.'
                   END-DISPLAY
                   GO TO P210-DEVOLVE-FIM
           END-REWRITE.
           PERFORM P600-LIBERA-EXEMPLAR
                   THRU P600-LIBERA-EXEMPLAR-FIM.
       P210-DEVOLVE-FIM.
           EXIT.

      *PROCURA, PELA CHAVE ALTERNATIVA DO EXEMPLAR, O EMPRESTIMO
      *AINDA ABERTO (SO PODE HAVER UM POR EXEMPLAR).
       P300-BUSCA-EMPRESTIMO.
           SET WS-ACHOU-EMP-OK TO FALSE.
           SET WS-EOF-EMP-OK   TO FALSE.
           MOVE WS-ID-TITULO   TO ID-TITULO-EMP.
           MOVE WS-NR-EXEMPLAR TO NR-EXEMPLAR-EMP.
           START EMPRESTIMO KEY IS EQUAL TO CH-EXEMPLAR-EMP
               INVALID KEY
                   SET WS-EOF-EMP-OK TO TRUE
           END-START.
           PERFORM P305-LE-EMPRESTIMO THRU P305-LE-EMPRESTIMO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-EMP-OK.
       P300-BUSCA-EMPRESTIMO-FIM.

       P305-LE-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   SET WS-EOF-EMP-OK TO TRUE
               NOT AT END
                   IF ID-TITULO-EMP NOT EQUAL WS-ID-TITULO OR
                      NR-EXEMPLAR-EMP NOT EQUAL WS-NR-EXEMPLAR THEN
                       SET WS-EOF-EMP-OK TO TRUE
                   ELSE
                       IF ST-EMPRESTIMO-ABERTO THEN
                           SET WS-ACHOU-EMP-OK TO TRUE
                           SET WS-EOF-EMP-OK   TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P305-LE-EMPRESTIMO-FIM.

      *ATRASO EM DIAS CORRIDOS APOS A DATA PREVISTA.
       P500-APURA-ATRASO.
           MOVE ZEROS TO WS-QT-DIAS-ATRASO.
           MOVE ZEROS TO WS-VL-MULTA.
           IF DT-PREVISTA IS NOT LESS THAN WS-DH-DATA THEN
               DISPLAY 'DEVOLUCAO NO PRAZO.'
               END-DISPLAY
               GO TO P500-APURA-ATRASO-FIM
           END-IF.
           COMPUTE WS-QT-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
             - FUNCTION INTEGER-OF-DATE (DT-PREVISTA).
           COMPUTE WS-VL-MULTA ROUNDED =
               WS-QT-DIAS-ATRASO * WS-MULTA-DIA-CENT / 100.
           DISPLAY 'DEVOLUCAO COM ' WS-QT-DIAS-ATRASO
                   ' DIA(S) DE ATRASO. MULTA: ' WS-VL-MULTA
           END-DISPLAY.
       P500-APURA-ATRASO-FIM.
           EXIT.

      *O EXEMPLAR VAI PARA A RESERVA MAIS ANTIGA DO TITULO OU FICA
      *DISPONIVEL.
       P600-LIBERA-EXEMPLAR.
           MOVE WS-ID-TITULO   TO WS-BR-ID-TITULO.
           MOVE WS-NR-EXEMPLAR TO WS-BR-NR-EXEMPLAR.
           CALL 'PGBIBRES' USING WS-PARM-BIBRES.
           IF WS-BR-SEPARADO-SIM THEN
               SET ST-EXEMPLAR-RESERVADO  TO TRUE
           ELSE
               SET ST-EXEMPLAR-DISPONIVEL TO TRUE
           END-IF.
           REWRITE REG-ACERVO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EXEMPLAR.'
                   END-DISPLAY
           END-REWRITE.
           IF WS-BR-SEPARADO-SIM THEN
               DISPLAY 'DEVOLUCAO REGISTRADA. SEPARAR O EXEMPLAR PARA '
                       'A RESERVA DO LEITOR ' WS-BR-TP-LEITOR '-'
                       WS-BR-ID-LEITOR ' ATE ' WS-BR-DT-LIMITE
               END-DISPLAY
           ELSE
               DISPLAY 'DEVOLUCAO REGISTRADA. EXEMPLAR DISPONIVEL.'
               END-DISPLAY
           END-IF.
       P600-LIBERA-EXEMPLAR-FIM.

      *A CHAVE DE MENSALIDADE.DAT SO ADMITE UMA COBRANCA B POR MES:
      *COM A DO MES AINDA ABERTA, A MULTA SOMA NELA; SE ELA JA FOI
      *PAGA, CANCELADA, BAIXADA, NEGATIVADA OU RENEGOCIADA, TENTA O
      *MES SEGUINTE (ATE DOZE MESES).
       P700-LANCA-MULTA.
           MOVE WS-DH-ANO TO WS-CP-ANO.
           MOVE WS-DH-MES TO WS-CP-MES.
           MOVE ZEROS     TO WS-TENTATIVAS.
           SET WS-MULTA-LANCADA-OK TO FALSE.
           PERFORM P705-TENTA-COMPETENCIA
                   THRU P705-TENTA-COMPETENCIA-FIM
                   UNTIL WS-MULTA-LANCADA-OK OR WS-TENTATIVAS > 11.
           IF WS-MULTA-LANCADA-OK THEN
               MOVE WS-COMPETENCIA TO CP-MULTA-BIB
               DISPLAY 'MULTA LANCADA NA COBRANCA B DE '
                       WS-CP-MES '/' WS-CP-ANO '.'
               END-DISPLAY
           ELSE
               DISPLAY 'NAO FOI POSSIVEL LANCAR A MULTA DO ALUNO. '
                       'LANCE PELA EMISSAO DE TAXAS.'
               END-DISPLAY
           END-IF.
       P700-LANCA-MULTA-FIM.

       P705-TENTA-COMPETENCIA.
           ADD 1 TO WS-TENTATIVAS.
           MOVE ID-LEITOR-EMP TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE WS-CP-ANO     TO CP-ANO.
           MOVE WS-CP-MES     TO CP-MES.
           SET TP-COBRANCA-BIBLIOTECA TO TRUE.
           READ MENSALIDADE
               INVALID KEY
                   PERFORM P710-NOVA-COBRANCA
                           THRU P710-NOVA-COBRANCA-FIM
                   GO TO P705-TENTA-COMPETENCIA-FIM
           END-READ.
           IF DT-PAGAMENTO EQUAL ZEROS AND
              ST-COBRANCA EQUAL SPACES AND
              ST-NEGATIVACAO EQUAL SPACES AND
              NR-ACORDO EQUAL ZEROS THEN
               PERFORM P720-SOMA-COBRANCA
                       THRU P720-SOMA-COBRANCA-FIM
               GO TO P705-TENTA-COMPETENCIA-FIM
           END-IF.
           ADD 1 TO WS-CP-MES.
           IF WS-CP-MES > 12 THEN
               MOVE 1 TO WS-CP-MES
               ADD 1 TO WS-CP-ANO
           END-IF.
       P705-TENTA-COMPETENCIA-FIM.
           EXIT.

       P710-NOVA-COBRANCA.
           MOVE ID-LEITOR-EMP TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE WS-CP-ANO     TO CP-ANO.
           MOVE WS-CP-MES     TO CP-MES.
           SET TP-COBRANCA-BIBLIOTECA TO TRUE.
           MOVE WS-VL-MULTA TO VL-MENSALIDADE.
           COMPUTE DT-VENCIMENTO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DH-DATA) + 30).
           MOVE ZEROS  TO DT-PAGAMENTO.
           MOVE ZEROS  TO VL-PAGO.
           MOVE ZEROS  TO NR-ACORDO.
           MOVE ZEROS  TO VL-MULTA.
           MOVE ZEROS  TO VL-JUROS.
           MOVE ZEROS  TO VL-DESCONTO-PONT.
           MOVE SPACES TO TP-PRORATA.
           MOVE ZEROS  TO DT-INICIO-PRORATA.
           MOVE ZEROS  TO QT-DIAS-PRORATA.
           MOVE ZEROS  TO QT-DIAS-BASE-PRORATA.
           MOVE ZEROS  TO VL-INTEGRAL-PRORATA.
           MOVE ZEROS  TO DT-BAIXA-PERDA.
           MOVE ZEROS  TO VL-BAIXA-PERDA.
           MOVE ZEROS  TO DT-RECUPERACAO.
           MOVE ZEROS  TO VL-RECUPERADO.
           MOVE ZEROS  TO VL-RECUPERADO-MES.
           MOVE SPACES TO ST-NEGATIVACAO.
           MOVE ZEROS  TO DT-AVISO-NEGAT.
           MOVE ZEROS  TO DT-INCLUSAO-NEGAT.
           MOVE ZEROS  TO DT-BAIXA-NEGAT.
           MOVE ZEROS  TO DT-EXCLUSAO-NEGAT.
           MOVE ZEROS  TO CPF-NEGATIVACAO.
           MOVE ZEROS  TO VL-NEGATIVADO.
           MOVE ZEROS  TO NR-PASSO-REGUA.
           MOVE ZEROS  TO DT-PASSO-REGUA.
           MOVE SPACES TO ST-COBRANCA.
           WRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A COBRANCA DA MULTA.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-MULTA-LANCADA-OK TO TRUE
                   MOVE SPACES     TO WS-REG-ANTES
                   MOVE 'INCLUSAO' TO WS-TP-OPERACAO
                   PERFORM P790-GRAVA-AUDITORIA
                           THRU P790-GRAVA-AUDITORIA-FIM
           END-WRITE.
       P710-NOVA-COBRANCA-FIM.

       P720-SOMA-COBRANCA.
           MOVE REG-MENSALIDADE TO WS-REG-ANTES.
           ADD WS-VL-MULTA TO VL-MENSALIDADE.
           REWRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A COBRANCA DA MULTA.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-MULTA-LANCADA-OK TO TRUE
                   MOVE 'ALTERACAO' TO WS-TP-OPERACAO
                   PERFORM P790-GRAVA-AUDITORIA
                           THRU P790-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P720-SOMA-COBRANCA-FIM.

       P790-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'MENSALIDA'         TO NM-ARQUIVO-AUDITORIA.
           MOVE WS-TP-OPERACAO      TO TP-OPERACAO-AUDITORIA.
           MOVE CH-MENSALIDADE (1:12) TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES        TO DS-ANTES-AUDITORIA.
           MOVE REG-MENSALIDADE     TO DS-DEPOIS-AUDITORIA.
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
       P790-GRAVA-AUDITORIA-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ACERVO....: ' WS-FS-ACV
           END-DISPLAY.
           DISPLAY 'FILE STATUS EMPRESTIMO: ' WS-FS-EMP
           END-DISPLAY.
           DISPLAY 'FILE STATUS MENSALID..: ' WS-FS-F
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           CLOSE ACERVO.
           CLOSE EMPRESTIMO.
           CLOSE MENSALIDADE.
           CLOSE AUDITORIA.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTBIBDEV.
