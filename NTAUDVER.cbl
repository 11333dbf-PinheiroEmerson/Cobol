      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      08/09/2023.
      * Purpose:   CONFERENCIA DA INTEGRIDADE DA AUDITORIA - PERCORRE A
      *            CADEIA DE REGISTROS DE AUDITORIA NA ORDEM EM QUE
      *            FORAM GRAVADOS: OS ARQUIVOS ANUAIS DO ARQUIVAMENTO
      *            (AUDIT2022.DAT, AUDIT2023.DAT..., A PARTIR DO ANO
      *            DO PARAMETRO AUDITORIA-ANO-INICIAL) E O ARQUIVO
      *            CORRENTE (AUDITORIA.DAT). PARA CADA REGISTRO
      *            ENCADEADO RECALCULA O ELO PELO PGAUDELO A PARTIR DO
      *            ELO DO ANTERIOR E APONTA, COM O ARQUIVO E A POSICAO
      *            DO REGISTRO, TODA QUEBRA DA CADEIA: REGISTRO
      *            ALTERADO (ELO NAO CONFERE), REGISTROS EXCLUIDOS
      *            (LACUNA NA NUMERACAO), REGISTRO INCLUIDO OU FORA DE
      *            ORDEM (NUMERO REPETIDO) E REGISTROS FINAIS
      *            EXCLUIDOS (ULTIMO NUMERO ABAIXO DO CONTROLE
      *            AUDELO.CTL). SE OS ARQUIVOS ANUAIS MAIS ANTIGOS JA
      *            FORAM DESCARTADOS, A CADEIA RECOMECA NO PONTO
      *            GRAVADO NA ANCORA (AUDELO.ANC) PELO NTAUDARC.
      *            REGISTROS GRAVADOS ANTES DO ENCADEAMENTO (NUMERO
      *            ZERADO) SO SAO CONTADOS. RELATORIO NO SPOOL
      *            (PGSPOOL), REIMPRIMIVEL PELO NTSPLREP. PASSO DO
      *            FECHAMENTO NOTURNO (NTEODRUN), COM LOG DE JOBS
      *            (PGJOBLOG). DEVOLVE RETURN-CODE 4 QUANDO HA QUEBRA
      *            NA CADEIA E 8 QUANDO UM ARQUIVO NAO PODE SER LIDO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTAUDVER.

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

           SELECT ANCORA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-ANC.

           SELECT CONTROLE-ELO
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-CTL.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
           COPY CFPK0006.

      *ANCORA DA CADEIA GRAVADA PELO NTAUDARC A CADA CORTE.
       FD  ANCORA.
       01  REG-ANCORA.
           03 DT-CORTE-ANCORA          PIC 9(08).
           03 AA-ARQUIVO-ANCORA        PIC 9(04).
           03 NR-SEQ-ANCORA            PIC 9(09).
           03 NR-ELO-ANCORA            PIC 9(09).

      *CONTROLE DO ULTIMO NUMERO/ELO GRAVADO PELO PGAUDELO.
       FD  CONTROLE-ELO.
       01  REG-CONTROLE-ELO.
           03 NR-SEQ-CONTROLE          PIC 9(09).
           03 NR-ELO-CONTROLE          PIC 9(09).

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-EXECUCAO           PIC 9(14).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 FILLER                   PIC X(17).

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *AREA DO RECALCULO DO ELO (PGAUDELO, ACAO 'C').
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'C'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

      *ANO DO ARQUIVO ANUAL EM CONFERENCIA E NOME DO ARQUIVO PARA O
      *RELATORIO (AUDITAAAA OU AUDITORIA).
       77  WS-ANO-INICIAL              PIC 9(04) VALUE ZEROS.
       77  WS-ANO-ARQUIVO              PIC 9(04) VALUE ZEROS.
       77  WS-NOME-ARQUIVO             PIC X(13) VALUE SPACES.
       77  WS-POSICAO                  PIC 9(09) VALUE ZEROS.

      *ULTIMO REGISTRO ENCADEADO CONFERIDO: NUMERO E ELO GRAVADO. E O
      *PONTO DE PARTIDA DO REGISTRO SEGUINTE.
       77  WS-ULT-SEQ                  PIC 9(09) VALUE ZEROS.
       77  WS-ULT-ELO                  PIC 9(09) VALUE ZEROS.
       77  WS-SEQ-ESPERADO             PIC 9(09) VALUE ZEROS.
       77  WS-SEQ-PROCURADO            PIC 9(09) VALUE ZEROS.

       77  WS-CADEIA                   PIC X(01) VALUE 'N'.
           88 WS-CADEIA-INICIADA       VALUE 'S' FALSE 'N'.
       77  WS-ANCORA                   PIC X(01) VALUE 'N'.
           88 WS-ANCORA-ACHADA         VALUE 'S' FALSE 'N'.
       77  WS-TIPO-QUEBRA              PIC X(40) VALUE SPACES.

       77  WS-QTD-ARQUIVOS             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-LIDOS                PIC 9(09) VALUE ZEROS.
       77  WS-QTD-ARQ-LIDOS            PIC 9(09) VALUE ZEROS.
       77  WS-QTD-LEGADOS              PIC 9(09) VALUE ZEROS.
       77  WS-QTD-CONFERIDOS           PIC 9(09) VALUE ZEROS.
       77  WS-QTD-QUEBRAS              PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ERROS-ARQ            PIC 9(03) VALUE ZEROS.

       77  WS-EOF-AUD                  PIC X.
           88 WS-EOF-AUD-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-ANC                  PIC X.
           88 WS-EOF-ANC-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
           88 WS-FS-AUD-AUSENTE        VALUE 35.
       77  WS-FS-ANC                   PIC 99.
           88 WS-FS-ANC-OK             VALUE 0.
       77  WS-FS-CTL                   PIC 99.
           88 WS-FS-CTL-OK             VALUE 0.

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

      *AREA DO LOG DE JOBS (PGJOBLOG): LIDOS = REGISTROS LIDOS,
      *GRAVADOS = REGISTROS ENCADEADOS CONFERIDOS, REJEITADOS =
      *QUEBRAS NA CADEIA.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTAUDVER'.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'CONCLUIDO'.

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
           INITIALIZE WS-FS-AUD WS-FS-ANC WS-FS-CTL WS-FS-SPL
                      WS-ANO-INICIAL WS-ANO-ARQUIVO WS-NOME-ARQUIVO
                      WS-POSICAO WS-ULT-SEQ WS-ULT-ELO
                      WS-SEQ-ESPERADO WS-SEQ-PROCURADO WS-TIPO-QUEBRA
                      WS-QTD-ARQUIVOS WS-QTD-LIDOS WS-QTD-ARQ-LIDOS
                      WS-QTD-LEGADOS WS-QTD-CONFERIDOS WS-QTD-QUEBRAS
                      WS-QTD-ERROS-ARQ WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-CADEIA-INICIADA      TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
      *PRIMEIRO ANO DE ARQUIVO ANUAL A PROCURAR (OS ANOS SEM ARQUIVO
      *SAO PULADOS).
           MOVE 'AUDITORIA-ANO-INICIAL' TO WS-PL-NOME.
           MOVE 2022                    TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR             TO WS-ANO-INICIAL.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDELO.ANC'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDELO.CTL'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *O CAMINHO DO ARQUIVO EM CONFERENCIA E MONTADO A CADA ARQUIVO:
      *ANO ZERADO = ARQUIVO CORRENTE.
       P020-MONTA-CAMINHO-AUDITORIA.
           MOVE SPACES TO WS-CFG-CAMINHO-01.
           IF WS-ANO-ARQUIVO EQUAL ZEROS THEN
               MOVE 'AUDITORIA' TO WS-NOME-ARQUIVO
               STRING FUNCTION TRIM (WS-CFG-DIR-BASE) DELIMITED BY SIZE
                      '\Modulo3\DesafioM3\AUDITORIA.DAT'
                                                     DELIMITED BY SIZE
                      INTO WS-CFG-CAMINHO-01
               END-STRING
           ELSE
               MOVE SPACES TO WS-NOME-ARQUIVO
               STRING 'AUDIT' WS-ANO-ARQUIVO DELIMITED BY SIZE
                      INTO WS-NOME-ARQUIVO
               END-STRING
               STRING FUNCTION TRIM (WS-CFG-DIR-BASE) DELIMITED BY SIZE
                      '\Modulo3\DesafioM3\AUDIT'     DELIMITED BY SIZE
                      WS-ANO-ARQUIVO                 DELIMITED BY SIZE
                      '.DAT'                         DELIMITED BY SIZE
                      INTO WS-CFG-CAMINHO-01
               END-STRING
           END-IF.
       P020-MONTA-CAMINHO-AUDITORIA-FIM.

       P200-PROCESSA.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           STRING 'CONFERENCIA DA INTEGRIDADE DA AUDITORIA - '
                  WS-DH-EXECUCAO
                  ' - ARQUIVOS ANUAIS A PARTIR DE ' WS-ANO-INICIAL
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.

      *ARQUIVOS ANUAIS EM ORDEM DE ANO E, POR ULTIMO, O CORRENTE: A
      *MESMA ORDEM EM QUE OS REGISTROS FORAM GRAVADOS.
           PERFORM P400-CONFERE-ARQUIVO THRU P400-CONFERE-ARQUIVO-FIM
                   VARYING WS-ANO-ARQUIVO FROM WS-ANO-INICIAL BY 1
                   UNTIL WS-ANO-ARQUIVO > WS-DH-ANO.
           MOVE ZEROS TO WS-ANO-ARQUIVO.
           PERFORM P400-CONFERE-ARQUIVO THRU P400-CONFERE-ARQUIVO-FIM.

           PERFORM P600-CONFERE-CONTROLE THRU P600-CONFERE-CONTROLE-FIM.

           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ARQUIVOS: ' WS-QTD-ARQUIVOS
                  ' - REGISTROS LIDOS: ' WS-QTD-LIDOS
                  ' - ANTERIORES AO ENCADEAMENTO: ' WS-QTD-LEGADOS
                  ' - ENCADEADOS CONFERIDOS: ' WS-QTD-CONFERIDOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ULTIMO REGISTRO DA CADEIA: ' WS-ULT-SEQ
                  ' - QUEBRAS NA CADEIA: ' WS-QTD-QUEBRAS
                  ' - ARQUIVOS ILEGIVEIS: ' WS-QTD-ERROS-ARQ
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-QTD-QUEBRAS EQUAL ZEROS THEN
               MOVE 'CADEIA DA AUDITORIA INTEGRA.' TO WS-LINHA-REL
           ELSE
               MOVE 'CADEIA DA AUDITORIA QUEBRADA. VER OS PONTOS ACIMA.'
                 TO WS-LINHA-REL
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'REGISTROS LIDOS..........: ' WS-QTD-LIDOS
           END-DISPLAY.
           DISPLAY 'ENCADEADOS CONFERIDOS....: ' WS-QTD-CONFERIDOS
           END-DISPLAY.
           DISPLAY 'QUEBRAS NA CADEIA........: ' WS-QTD-QUEBRAS
           END-DISPLAY.
       P200-PROCESSA-FIM.

      *CONFERE UM ARQUIVO INTEIRO. ARQUIVO ANUAL AUSENTE (35) E SO
      *PULADO; OUTRO ERRO DE ABERTURA CONTA COMO ARQUIVO ILEGIVEL.
       P400-CONFERE-ARQUIVO.
           PERFORM P020-MONTA-CAMINHO-AUDITORIA
                   THRU P020-MONTA-CAMINHO-AUDITORIA-FIM.
           OPEN INPUT AUDITORIA.
           IF WS-FS-AUD-AUSENTE THEN
               GO TO P400-CONFERE-ARQUIVO-FIM
           END-IF.
           IF NOT WS-FS-AUD-OK THEN
               ADD 1 TO WS-QTD-ERROS-ARQ
               STRING 'ARQUIVO ' WS-NOME-ARQUIVO
                      ' NAO PODE SER LIDO. FILE STATUS: ' WS-FS-AUD
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               GO TO P400-CONFERE-ARQUIVO-FIM
           END-IF.
           ADD 1 TO WS-QTD-ARQUIVOS.
           MOVE ZEROS TO WS-POSICAO.
           MOVE ZEROS TO WS-QTD-ARQ-LIDOS.
           SET WS-EOF-AUD-OK TO FALSE.
           PERFORM P410-LE-AUDITORIA THRU P410-LE-AUDITORIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-AUD-OK.
           CLOSE AUDITORIA.
           STRING 'ARQUIVO ' WS-NOME-ARQUIVO ': ' WS-QTD-ARQ-LIDOS
                  ' REGISTROS'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P400-CONFERE-ARQUIVO-FIM.
           EXIT.

       P410-LE-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET WS-EOF-AUD-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSICAO
                   ADD 1 TO WS-QTD-ARQ-LIDOS
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM P500-CONFERE-REGISTRO
                           THRU P500-CONFERE-REGISTRO-FIM
           END-READ.
       P410-LE-AUDITORIA-FIM.

      *CONFERE UM REGISTRO CONTRA O ANTERIOR DA CADEIA. DEPOIS DE CADA
      *QUEBRA A CONFERENCIA SE REALINHA NO REGISTRO LIDO, PARA QUE UMA
      *UNICA ALTERACAO NAO APARECA COMO QUEBRA EM TODOS OS SEGUINTES.
       P500-CONFERE-REGISTRO.
           IF NR-SEQ-AUDITORIA IS NOT NUMERIC OR
              NR-SEQ-AUDITORIA EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-LEGADOS
               IF WS-CADEIA-INICIADA THEN
                   MOVE 'REGISTRO SEM ENCADEAMENTO NO MEIO DA CADEIA'
                     TO WS-TIPO-QUEBRA
                   PERFORM P550-IMPRIME-QUEBRA
                           THRU P550-IMPRIME-QUEBRA-FIM
               END-IF
               GO TO P500-CONFERE-REGISTRO-FIM
           END-IF.

           IF NOT WS-CADEIA-INICIADA THEN
               PERFORM P510-INICIA-CADEIA THRU P510-INICIA-CADEIA-FIM
               IF NOT WS-ANCORA-ACHADA THEN
                   GO TO P500-CONFERE-REGISTRO-FIM
               END-IF
           ELSE
               COMPUTE WS-SEQ-ESPERADO = WS-ULT-SEQ + 1
               IF NR-SEQ-AUDITORIA IS LESS THAN WS-SEQ-ESPERADO THEN
                   MOVE 'NUMERO REPETIDO OU FORA DE ORDEM (INCLUSAO)'
                     TO WS-TIPO-QUEBRA
                   PERFORM P550-IMPRIME-QUEBRA
                           THRU P550-IMPRIME-QUEBRA-FIM
                   GO TO P500-CONFERE-REGISTRO-FIM
               END-IF
               IF NR-SEQ-AUDITORIA IS GREATER THAN WS-SEQ-ESPERADO THEN
                   MOVE SPACES TO WS-TIPO-QUEBRA
                   STRING 'LACUNA (EXCLUSAO) APOS O NUMERO ' WS-ULT-SEQ
                          DELIMITED BY SIZE
                          INTO WS-TIPO-QUEBRA
                   END-STRING
                   PERFORM P550-IMPRIME-QUEBRA
                           THRU P550-IMPRIME-QUEBRA-FIM
                   MOVE NR-SEQ-AUDITORIA TO WS-ULT-SEQ
                   MOVE NR-ELO-AUDITORIA TO WS-ULT-ELO
                   GO TO P500-CONFERE-REGISTRO-FIM
               END-IF
               MOVE WS-ULT-ELO TO WS-EL-ELO-ANTERIOR
           END-IF.

           MOVE 'C' TO WS-EL-ACAO.
           CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO.
           IF WS-EL-ELO-CALCULADO NOT EQUAL NR-ELO-AUDITORIA THEN
               MOVE 'ELO NAO CONFERE (REGISTRO ALTERADO)'
                 TO WS-TIPO-QUEBRA
               PERFORM P550-IMPRIME-QUEBRA THRU P550-IMPRIME-QUEBRA-FIM
           ELSE
               ADD 1 TO WS-QTD-CONFERIDOS
           END-IF.
           MOVE NR-SEQ-AUDITORIA TO WS-ULT-SEQ.
           MOVE NR-ELO-AUDITORIA TO WS-ULT-ELO.
       P500-CONFERE-REGISTRO-FIM.
           EXIT.

      *PRIMEIRO REGISTRO ENCADEADO: O NUMERO 1 PARTE DO ELO ZERO; UM
      *NUMERO MAIOR SO E ACEITO SE A ANCORA TEM O REGISTRO ANTERIOR
      *(ARQUIVOS ANUAIS DESCARTADOS). SEM ANCORA A CADEIA E ACEITA A
      *PARTIR DESTE REGISTRO E O INICIO E APONTADO COMO QUEBRA.
       P510-INICIA-CADEIA.
           SET WS-CADEIA-INICIADA TO TRUE.
           SET WS-ANCORA-ACHADA   TO TRUE.
           IF NR-SEQ-AUDITORIA EQUAL 1 THEN
               MOVE ZEROS TO WS-EL-ELO-ANTERIOR
               GO TO P510-INICIA-CADEIA-FIM
           END-IF.
           COMPUTE WS-SEQ-PROCURADO = NR-SEQ-AUDITORIA - 1.
           PERFORM P520-PROCURA-ANCORA THRU P520-PROCURA-ANCORA-FIM.
           IF WS-ANCORA-ACHADA THEN
               STRING 'CADEIA RETOMADA DA ANCORA NO REGISTRO '
                      WS-SEQ-PROCURADO
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           ELSE
               MOVE 'INICIO DA CADEIA SEM ANCORA' TO WS-TIPO-QUEBRA
               PERFORM P550-IMPRIME-QUEBRA THRU P550-IMPRIME-QUEBRA-FIM
               MOVE NR-SEQ-AUDITORIA TO WS-ULT-SEQ
               MOVE NR-ELO-AUDITORIA TO WS-ULT-ELO
           END-IF.
       P510-INICIA-CADEIA-FIM.
           EXIT.

      *PROCURA NA ANCORA O CORTE QUE TERMINOU NO REGISTRO ANTERIOR.
       P520-PROCURA-ANCORA.
           SET WS-ANCORA-ACHADA TO FALSE.
           OPEN INPUT ANCORA.
           IF NOT WS-FS-ANC-OK THEN
               GO TO P520-PROCURA-ANCORA-FIM
           END-IF.
           SET WS-EOF-ANC-OK TO FALSE.
           PERFORM P525-LE-ANCORA THRU P525-LE-ANCORA-FIM
                   WITH TEST BEFORE
                   UNTIL WS-EOF-ANC-OK OR WS-ANCORA-ACHADA.
           CLOSE ANCORA.
       P520-PROCURA-ANCORA-FIM.
           EXIT.

       P525-LE-ANCORA.
           READ ANCORA
               AT END
                   SET WS-EOF-ANC-OK TO TRUE
               NOT AT END
                   IF NR-SEQ-ANCORA EQUAL WS-SEQ-PROCURADO THEN
                       SET WS-ANCORA-ACHADA TO TRUE
                       MOVE NR-ELO-ANCORA TO WS-EL-ELO-ANTERIOR
                   END-IF
           END-READ.
       P525-LE-ANCORA-FIM.

      *UMA LINHA POR QUEBRA: ONDE ESTA (ARQUIVO E POSICAO) E QUE
      *REGISTRO E (NUMERO, DATA/HORA, ARQUIVO AUDITADO, OPERADOR).
       P550-IMPRIME-QUEBRA.
           ADD 1 TO WS-QTD-QUEBRAS.
           STRING '  QUEBRA: ' WS-TIPO-QUEBRA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '    ' WS-NOME-ARQUIVO ' POSICAO ' WS-POSICAO
                  ' NUMERO ' NR-SEQ-AUDITORIA
                  ' ' DT-AUDITORIA ' ' HR-AUDITORIA
                  ' ' NM-ARQUIVO-AUDITORIA ' ' TP-OPERACAO-AUDITORIA
                  ' ' CH-REGISTRO-AUDITORIA
                  ' POR ' ID-OPERADOR-AUDITORIA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P550-IMPRIME-QUEBRA-FIM.

      *O ULTIMO REGISTRO DA CADEIA TEM DE SER O DO CONTROLE: NUMERO
      *MENOR INDICA REGISTROS FINAIS EXCLUIDOS; ELO DIFERENTE, O
      *ULTIMO REGISTRO SUBSTITUIDO.
       P600-CONFERE-CONTROLE.
           OPEN INPUT CONTROLE-ELO.
           IF NOT WS-FS-CTL-OK THEN
               IF WS-CADEIA-INICIADA THEN
                   ADD 1 TO WS-QTD-QUEBRAS
                   MOVE '  QUEBRA: CONTROLE AUDELO.CTL AUSENTE'
                     TO WS-LINHA-REL
                   PERFORM P305-GRAVA-LINHA-SPOOL
                           THRU P305-GRAVA-LINHA-SPOOL-FIM
               END-IF
               GO TO P600-CONFERE-CONTROLE-FIM
           END-IF.
           READ CONTROLE-ELO
               AT END
                   MOVE ZEROS TO REG-CONTROLE-ELO
           END-READ.
           CLOSE CONTROLE-ELO.
           IF REG-CONTROLE-ELO IS NOT NUMERIC THEN
               MOVE ZEROS TO REG-CONTROLE-ELO
           END-IF.
           IF NR-SEQ-CONTROLE NOT EQUAL WS-ULT-SEQ THEN
               ADD 1 TO WS-QTD-QUEBRAS
               STRING '  QUEBRA: ULTIMO NUMERO DA CADEIA ' WS-ULT-SEQ
                      ' DIFERE DO CONTROLE ' NR-SEQ-CONTROLE
                      ' (REGISTROS FINAIS EXCLUIDOS)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               GO TO P600-CONFERE-CONTROLE-FIM
           END-IF.
           IF NR-ELO-CONTROLE NOT EQUAL WS-ULT-ELO THEN
               ADD 1 TO WS-QTD-QUEBRAS
               STRING '  QUEBRA: ELO DO ULTIMO REGISTRO ' WS-ULT-SEQ
                      ' DIFERE DO CONTROLE (REGISTRO SUBSTITUIDO)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P600-CONFERE-CONTROLE-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTAUDVER'      TO WS-SP-RELATORIO.
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

       P900-FINALIZA.
           MOVE ZEROS TO RETURN-CODE.
           IF WS-QTD-QUEBRAS IS GREATER THAN ZEROS THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-QTD-ERROS-ARQ IS GREATER THAN ZEROS THEN
               MOVE 'ABANDONADO' TO WS-JL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-DH-EXECUCAO   TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR  TO WS-JL-OPERADOR.
           MOVE WS-QTD-LIDOS     TO WS-JL-QTD-LIDOS.
           MOVE WS-QTD-CONFERIDOS TO WS-JL-QTD-GRAVADOS.
           MOVE WS-QTD-QUEBRAS   TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTAUDVER.
