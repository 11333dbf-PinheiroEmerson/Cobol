      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      12/06/2023.
      * Purpose:   LIVRO DE REGISTRO DE DIPLOMAS (LIVRODIP.DAT,
      *            CFPK0073, ALIMENTADO PELO NTCOLMAN NO REGISTRO DA
      *            COLACAO DE GRAU): IMPRESSAO DE UM LIVRO NO FORMATO
      *            OFICIAL NO SPOOL (PGSPOOL) - TERMO DE ABERTURA,
      *            REGISTROS FOLHA A FOLHA COM OS DADOS DO DIPLOMADO,
      *            DA COLACAO E AS ASSINATURAS, E TERMO DE
      *            ENCERRAMENTO - E PESQUISA DOS REGISTROS POR ALUNO
      *            (CHAVE ALTERNATIVA) OU PELO NUMERO DO REGISTRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTLIVDIP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVRODIP
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS NR-REGISTRO-LDP
           ALTERNATE RECORD KEY IS ID-ALUNO-LDP
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-LDP.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVRODIP.
           COPY CFPK0073.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

      *FOLHAS DE CADA LIVRO, AS MESMAS DA NUMERACAO FEITA PELO
      *NTCOLMAN (LIVRODIP.CTL).
       77  WS-FOLHAS-POR-LIVRO         PIC 9(03) VALUE 200.

       77  WS-NR-LIVRO                 PIC 9(03) VALUE ZEROS.
       77  WS-NR-REGISTRO              PIC 9(06) VALUE ZEROS.
       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-FOLHA-ANTERIOR           PIC 9(03) VALUE ZEROS.
       77  WS-PRIMEIRO-REG             PIC 9(06) VALUE ZEROS.
       77  WS-ULTIMO-REG               PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(05) VALUE ZEROS.

      *DATA AAAAMMDD DO LIVRO EDITADA COMO DD/MM/AAAA.
       01  WS-DATA-AUX                 PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DATA-AUX.
           03 WS-DATA-AUX-ANO          PIC 9(04).
           03 WS-DATA-AUX-MES          PIC 9(02).
           03 WS-DATA-AUX-DIA          PIC 9(02).
       77  WS-DATA-EDITADA             PIC X(10) VALUE SPACES.
       77  WS-DT-NASC-EDITADA          PIC X(10) VALUE SPACES.
       77  WS-DT-COLACAO-EDITADA       PIC X(10) VALUE SPACES.
       77  WS-DT-REGISTRO-EDITADA      PIC X(10) VALUE SPACES.
       77  WS-DS-SESSAO                PIC X(11) VALUE SPACES.

       77  WS-EOF-LDP                  PIC X.
           88 WS-EOF-LDP-OK            VALUE 'S' FALSE 'N'.
      *O LIVRO ESTA ENCERRADO QUANDO JA EXISTE REGISTRO NO SEGUINTE.
       77  WS-LIVRO-ENCERRADO          PIC X.
           88 WS-LIVRO-ENCERRADO-OK    VALUE 'S' FALSE 'N'.
      *'T' MOSTRA NA TELA (PESQUISAS), 'S' GRAVA NO SPOOL (LIVRO).
       77  WS-DESTINO-LISTA            PIC X(01) VALUE SPACE.
           88 WS-DESTINO-TELA          VALUE 'T'.
           88 WS-DESTINO-SPOOL         VALUE 'S'.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *(60 LINHAS POR PAGINA, COMO NO NTALULIS).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

       77  WS-FS-LDP                   PIC 99.
           88 WS-FS-LDP-OK             VALUE 0.
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
                   UNTIL WS-OPCAO  EQUAL '9'.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-LDP WS-FS-SPL WS-NR-LIVRO
                      WS-NR-REGISTRO WS-ID-ALUNO WS-FOLHA-ANTERIOR
                      WS-PRIMEIRO-REG WS-ULTIMO-REG WS-QTD-LISTADOS
                      WS-DATA-AUX WS-DATA-EDITADA WS-DT-NASC-EDITADA
                      WS-DT-COLACAO-EDITADA WS-DT-REGISTRO-EDITADA
                      WS-DS-SESSAO WS-LINHAS-SPOOL WS-LINHA-REL
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\LIVRODIP.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT LIVRODIP.
           IF NOT WS-FS-LDP-OK THEN
               DISPLAY 'NENHUM DIPLOMA REGISTRADO AINDA.'
               END-DISPLAY
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P500-IMPRIME-LIVRO
                           THRU P500-IMPRIME-LIVRO-FIM
               WHEN '2'
                   PERFORM P520-PESQUISA-ALUNO
                           THRU P520-PESQUISA-ALUNO-FIM
               WHEN '3'
                   PERFORM P530-CONSULTA-REGISTRO
                           THRU P530-CONSULTA-REGISTRO-FIM
               WHEN '9'
                   DISPLAY 'LIVRO DE DIPLOMAS ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '****** LIVRO DE DIPLOMAS ******'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - IMPRIMIR LIVRO         |'.
           DISPLAY '|<2> - PESQUISAR POR ALUNO    |'.
           DISPLAY '|<3> - CONSULTAR REGISTRO     |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *IMPRESSAO DO LIVRO NO FORMATO OFICIAL: TERMO DE ABERTURA, OS
      *REGISTROS DO LIVRO NA ORDEM DA NUMERACAO, COM CABECALHO A CADA
      *FOLHA, E TERMO DE ENCERRAMENTO (OU A POSICAO, SE O LIVRO AINDA
      *ESTA EM USO).
       P500-IMPRIME-LIVRO.
           DISPLAY 'INFORME O NUMERO DO LIVRO..............: '
           END-DISPLAY.
           ACCEPT WS-NR-LIVRO
           END-ACCEPT.
           MOVE ZEROS TO WS-QTD-LISTADOS WS-FOLHA-ANTERIOR
                         WS-PRIMEIRO-REG WS-ULTIMO-REG.
           SET WS-LIVRO-ENCERRADO-OK TO FALSE.
           SET WS-DESTINO-SPOOL TO TRUE.
           SET WS-EOF-LDP-OK TO FALSE.
           MOVE ZEROS TO NR-REGISTRO-LDP.
           START LIVRODIP KEY IS NOT LESS THAN NR-REGISTRO-LDP
               INVALID KEY
                   SET WS-EOF-LDP-OK TO TRUE
           END-START.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P450-TERMO-ABERTURA THRU P450-TERMO-ABERTURA-FIM.
           PERFORM P505-LE-LIVRO THRU P505-LE-LIVRO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-LDP-OK.
           PERFORM P455-TERMO-ENCERRAMENTO
                   THRU P455-TERMO-ENCERRAMENTO-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           IF WS-QTD-LISTADOS EQUAL ZEROS THEN
               DISPLAY 'NENHUM REGISTRO NO LIVRO ' WS-NR-LIVRO '.'
               END-DISPLAY
           END-IF.
       P500-IMPRIME-LIVRO-FIM.

       P505-LE-LIVRO.
           READ LIVRODIP NEXT RECORD
               AT END
                   SET WS-EOF-LDP-OK TO TRUE
               NOT AT END
                   IF NR-LIVRO-LDP IS GREATER THAN WS-NR-LIVRO THEN
                       SET WS-LIVRO-ENCERRADO-OK TO TRUE
                       SET WS-EOF-LDP-OK TO TRUE
                   ELSE
                       IF NR-LIVRO-LDP EQUAL WS-NR-LIVRO THEN
                           PERFORM P510-REGISTRO-LIVRO
                                   THRU P510-REGISTRO-LIVRO-FIM
                       END-IF
                   END-IF
           END-READ.
       P505-LE-LIVRO-FIM.

       P510-REGISTRO-LIVRO.
           ADD 1 TO WS-QTD-LISTADOS.
           IF WS-PRIMEIRO-REG EQUAL ZEROS THEN
               MOVE NR-REGISTRO-LDP TO WS-PRIMEIRO-REG
           END-IF.
           MOVE NR-REGISTRO-LDP TO WS-ULTIMO-REG.
           IF NR-FOLHA-LDP NOT EQUAL WS-FOLHA-ANTERIOR THEN
               MOVE NR-FOLHA-LDP TO WS-FOLHA-ANTERIOR
               MOVE ALL '=' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               STRING 'LIVRO DE REGISTRO DE DIPLOMAS N. ' NR-LIVRO-LDP
                      '                              FOLHA '
                      NR-FOLHA-LDP
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               MOVE ALL '=' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           PERFORM P550-MOSTRA-REGISTRO THRU P550-MOSTRA-REGISTRO-FIM.
       P510-REGISTRO-LIVRO-FIM.

      *PESQUISA POR ALUNO: TODOS OS DIPLOMAS REGISTRADOS DO ALUNO,
      *PELA CHAVE ALTERNATIVA.
       P520-PESQUISA-ALUNO.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-DESTINO-TELA TO TRUE.
           SET WS-EOF-LDP-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-LDP.
           START LIVRODIP KEY IS EQUAL TO ID-ALUNO-LDP
               INVALID KEY
                   SET WS-EOF-LDP-OK TO TRUE
           END-START.
           PERFORM P525-LE-ALUNO THRU P525-LE-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-LDP-OK.
           IF WS-QTD-LISTADOS EQUAL ZEROS THEN
               DISPLAY 'NENHUM DIPLOMA REGISTRADO PARA O ALUNO.'
               END-DISPLAY
           END-IF.
       P520-PESQUISA-ALUNO-FIM.

       P525-LE-ALUNO.
           READ LIVRODIP NEXT RECORD
               AT END
                   SET WS-EOF-LDP-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-LDP NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-LDP-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM P550-MOSTRA-REGISTRO
                               THRU P550-MOSTRA-REGISTRO-FIM
                   END-IF
           END-READ.
       P525-LE-ALUNO-FIM.

       P530-CONSULTA-REGISTRO.
           DISPLAY 'INFORME O NUMERO DO REGISTRO...........: '
           END-DISPLAY.
           ACCEPT WS-NR-REGISTRO
           END-ACCEPT.
           MOVE WS-NR-REGISTRO TO NR-REGISTRO-LDP.
           READ LIVRODIP
               INVALID KEY
                   DISPLAY 'REGISTRO NAO ENCONTRADO NO LIVRO.'
                   END-DISPLAY
                   GO TO P530-CONSULTA-REGISTRO-FIM
           END-READ.
           SET WS-DESTINO-TELA TO TRUE.
           PERFORM P550-MOSTRA-REGISTRO THRU P550-MOSTRA-REGISTRO-FIM.
       P530-CONSULTA-REGISTRO-FIM.
           EXIT.

      *MOSTRA O REGISTRO CORRENTE NA TELA OU GRAVA O BLOCO DO
      *REGISTRO NO LIVRO, COM AS LINHAS DE ASSINATURA.
       P550-MOSTRA-REGISTRO.
           PERFORM P560-DESCREVE THRU P560-DESCREVE-FIM.
           IF WS-DESTINO-SPOOL THEN
               STRING 'REGISTRO N. ' NR-REGISTRO-LDP
                      '   DIPLOMADO: ' NM-ALUNO-LDP
                      '   CODIGO DO ALUNO: ' ID-ALUNO-LDP
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               STRING '             CPF: ' CPF-ALUNO-LDP
                      '   NASCIDO EM: ' WS-DT-NASC-EDITADA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               STRING '             CURSO: ' ID-CURSO-LDP ' - '
                      NM-CURSO-LDP
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               STRING '             COLOU GRAU EM '
                      WS-DT-COLACAO-EDITADA
                      ' NA SESSAO ' WS-DS-SESSAO ' N. ' ID-COLACAO-LDP
                      ' - CERTIFICADO DE CONCLUSAO N. '
                      NR-CERTIFICADO-LDP
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               STRING '             REGISTRADO EM '
                      WS-DT-REGISTRO-EDITADA ' POR ' ID-OPERADOR-LDP
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               STRING '             ______________________________'
                      '      ______________________________'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               STRING '                SECRETARIA ACADEMICA      '
                      '                    DIPLOMADO'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               MOVE ALL '-' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           ELSE
               DISPLAY 'REGISTRO ' NR-REGISTRO-LDP ' LIVRO '
                       NR-LIVRO-LDP ' FOLHA ' NR-FOLHA-LDP
               END-DISPLAY
               DISPLAY '   ALUNO ' ID-ALUNO-LDP ' ' NM-ALUNO-LDP
                       ' CPF ' CPF-ALUNO-LDP ' NASC. '
                       WS-DT-NASC-EDITADA
               END-DISPLAY
               DISPLAY '   CURSO ' ID-CURSO-LDP ' ' NM-CURSO-LDP
               END-DISPLAY
               DISPLAY '   COLACAO ' WS-DT-COLACAO-EDITADA ' SESSAO '
                       WS-DS-SESSAO ' ' ID-COLACAO-LDP ' CERTIFICADO '
                       NR-CERTIFICADO-LDP
               END-DISPLAY
               DISPLAY '   REGISTRADO EM ' WS-DT-REGISTRO-EDITADA
                       ' POR ' ID-OPERADOR-LDP
               END-DISPLAY
           END-IF.
       P550-MOSTRA-REGISTRO-FIM.

       P560-DESCREVE.
           IF TP-COLACAO-LDP EQUAL 'G' THEN
               MOVE 'EM GABINETE' TO WS-DS-SESSAO
           ELSE
               MOVE 'SOLENE'      TO WS-DS-SESSAO
           END-IF.
           MOVE DT-NASC-ALUNO-LDP TO WS-DATA-AUX.
           PERFORM P565-EDITA-DATA THRU P565-EDITA-DATA-FIM.
           MOVE WS-DATA-EDITADA   TO WS-DT-NASC-EDITADA.
           MOVE DT-COLACAO-LDP    TO WS-DATA-AUX.
           PERFORM P565-EDITA-DATA THRU P565-EDITA-DATA-FIM.
           MOVE WS-DATA-EDITADA   TO WS-DT-COLACAO-EDITADA.
           MOVE DT-REGISTRO-LDP   TO WS-DATA-AUX.
           PERFORM P565-EDITA-DATA THRU P565-EDITA-DATA-FIM.
           MOVE WS-DATA-EDITADA   TO WS-DT-REGISTRO-EDITADA.
       P560-DESCREVE-FIM.

       P565-EDITA-DATA.
           MOVE SPACES TO WS-DATA-EDITADA.
           STRING WS-DATA-AUX-DIA '/' WS-DATA-AUX-MES '/'
                  WS-DATA-AUX-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-EDITADA
           END-STRING.
       P565-EDITA-DATA-FIM.

       P450-TERMO-ABERTURA.
           MOVE ALL '*' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'TERMO DE ABERTURA - ESTE LIVRO N. ' WS-NR-LIVRO
                  ', COM ' WS-FOLHAS-POR-LIVRO ' FOLHAS NUMERADAS, '
                  'DESTINA-SE AO REGISTRO DOS DIPLOMAS EXPEDIDOS PELA '
                  'INSTITUICAO.'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '*' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P450-TERMO-ABERTURA-FIM.

       P455-TERMO-ENCERRAMENTO.
           MOVE ALL '*' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-LIVRO-ENCERRADO-OK THEN
               STRING 'TERMO DE ENCERRAMENTO - CONTEM ESTE LIVRO '
                      WS-QTD-LISTADOS ' REGISTROS DE DIPLOMAS, DO N. '
                      WS-PRIMEIRO-REG ' AO N. ' WS-ULTIMO-REG '.'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING 'LIVRO EM USO - POSICAO DE ' WS-DH-DATA ': '
                      WS-QTD-LISTADOS ' REGISTROS DE DIPLOMAS, DO N. '
                      WS-PRIMEIRO-REG ' AO N. ' WS-ULTIMO-REG '.'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
           END-IF.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '*' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P455-TERMO-ENCERRAMENTO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTLIVDIP'      TO WS-SP-RELATORIO.
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
           CLOSE LIVRODIP.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS LIVRODIP..: ' WS-FS-LDP
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTLIVDIP.
