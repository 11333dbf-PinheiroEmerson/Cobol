      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      13/09/2023.
      * Purpose:   RECERTIFICACAO TRIMESTRAL DE ACESSOS - LISTA TODO
      *            OPERADOR DE OPERADOR.DAT COM O NIVEL (NV-OPERADOR),
      *            A SITUACAO (ATIVO, BLOQUEADO POR INATIVIDADE OU
      *            REVOGADO), O PROFESSOR VINCULADO AO LOGIN
      *            (ID-OPERADOR-PROFESSOR EM PROFESSOR.DAT), O ULTIMO
      *            LOGIN ACEITO E A ULTIMA ATIVIDADE NA AUDITORIA
      *            (AUDITORIA.DAT; TENTATIVA DE LOGIN QUE FALHOU NAO
      *            CONTA COMO ATIVIDADE), COM A COLUNA PARA O CHEFE DE
      *            DEPARTAMENTO MARCAR CONFIRMA OU REVOGA E ASSINAR. AS
      *            REVOGACOES MARCADAS SAO APLICADAS DE UMA VEZ PELO
      *            NTOPRREV, QUE PEDE O NUMERO DO SPOOL DESTE
      *            RELATORIO. OPERADOR SEM LOGIN HA MAIS DE
      *            DIAS-LOGIN-DORMENTE DIAS SAI MARCADO COM '*'.
      *            RELATORIO NO SPOOL (PGSPOOL), REIMPRIMIVEL PELO
      *            NTSPLREP. RODA PELA AGENDA DE LOTES (TRIMESTRAL) OU
      *            PELO MENU DE UTILITARIOS, COM LOG DE JOBS (PGJOBLOG).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTOPRCER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS ID-OPERADOR
           FILE  STATUS IS WS-FS-OPER.

           SELECT PROFESSOR
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS ID-PROFESSOR OF REG-PROFESSOR
           FILE  STATUS IS WS-FS-P.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-03
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
       FD  OPERADOR.
           COPY CFPK0007.

       FD  PROFESSOR.
           COPY CFPK0010.

       FD  AUDITORIA.
           COPY CFPK0006.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-EXECUCAO           PIC 9(14).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *PROFESSORES COM LOGIN VINCULADO, CARREGADOS DE PROFESSOR.DAT.
       01  WS-TABELA-PROFESSORES.
           03 WS-QT-PROFESSORES        PIC 9(03) VALUE ZEROS.
           03 WS-PF OCCURS 500 TIMES.
               05 WS-PF-OPERADOR       PIC X(10).
               05 WS-PF-ID             PIC 9(03).
               05 WS-PF-NOME           PIC X(30).

      *ULTIMA ATIVIDADE DE CADA OPERADOR NA AUDITORIA.
       01  WS-TABELA-ATIVIDADE.
           03 WS-QT-ATIVIDADE          PIC 9(03) VALUE ZEROS.
           03 WS-AT OCCURS 500 TIMES.
               05 WS-AT-OPERADOR       PIC X(10).
               05 WS-AT-DATA           PIC 9(08).
               05 WS-AT-HORA           PIC 9(06).

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(03) VALUE ZEROS.

      *DIAS SEM LOGIN QUE BLOQUEIAM O OPERADOR (MESMO PARAMETRO DOS
      *MENUS COM LOGIN), USADOS SO PARA MARCAR A LINHA.
       77  WS-DIAS-DORMENCIA           PIC 9(06) VALUE 90.
       77  WS-DIAS-SEM-LOGIN           PIC S9(05) VALUE ZEROS.
       77  WS-DT-REFERENCIA            PIC 9(08) VALUE ZEROS.

       77  WS-QTD-OPERADORES           PIC 9(06) VALUE ZEROS.
       77  WS-QTD-SUPERVISORES         PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ATIVOS               PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DORMENTES            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REVOGADOS            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-A-VENCER             PIC 9(06) VALUE ZEROS.
       77  WS-QTD-AUD-LIDOS            PIC 9(09) VALUE ZEROS.

       77  WS-EOF-OPER                 PIC X.
           88 WS-EOF-OPER-OK           VALUE 'S' FALSE 'N'.
       77  WS-EOF-P                    PIC X.
           88 WS-EOF-P-OK              VALUE 'S' FALSE 'N'.
       77  WS-EOF-AUD                  PIC X.
           88 WS-EOF-AUD-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-OPER                  PIC 99.
           88 WS-FS-OPER-OK            VALUE 0.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.

      *LINHA DE DETALHE DO RELATORIO (132 COLUNAS).
       01  WS-LINHA-DET.
           03 WS-LD-MARCA              PIC X(01).
           03 WS-LD-OPERADOR           PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LD-NOME               PIC X(30).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LD-NIVEL              PIC 9(01).
           03 WS-LD-TRACO              PIC X(01).
           03 WS-LD-NIVEL-DESC         PIC X(06).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LD-SITUACAO           PIC X(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LD-PROFESSOR          PIC X(24).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LD-ULT-LOGIN          PIC X(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LD-ULT-ATIVIDADE      PIC X(08).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-LD-DECISAO            PIC X(26).

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

      *AREA DO LOG DE JOBS (PGJOBLOG): LIDOS = OPERADORES, GRAVADOS =
      *OPERADORES LISTADOS.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTOPRCER'.
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
           INITIALIZE WS-FS-OPER WS-FS-P WS-FS-AUD WS-FS-SPL
                      WS-QT-PROFESSORES WS-QT-ATIVIDADE
                      WS-QTD-OPERADORES WS-QTD-SUPERVISORES
                      WS-QTD-ATIVOS WS-QTD-DORMENTES WS-QTD-REVOGADOS
                      WS-QTD-A-VENCER WS-QTD-AUD-LIDOS
                      WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE 'DIAS-LOGIN-DORMENTE' TO WS-PL-NOME.
           MOVE 90                    TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR           TO WS-DIAS-DORMENCIA.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\OPERADOR.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PROFESSOR.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P200-PROCESSA.
           OPEN INPUT OPERADOR.
           IF NOT WS-FS-OPER-OK THEN
               DISPLAY 'ARQUIVO DE OPERADORES NAO ENCONTRADO. NADA A '
                       'RECERTIFICAR.'
               END-DISPLAY
               MOVE 'ABANDONADO' TO WS-JL-STATUS
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P400-CARREGA-PROFESSORES
                   THRU P400-CARREGA-PROFESSORES-FIM.
           PERFORM P420-CARREGA-ATIVIDADE
                   THRU P420-CARREGA-ATIVIDADE-FIM.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO THRU P440-GRAVA-CABECALHO-FIM.
           SET WS-EOF-OPER-OK TO FALSE.
           PERFORM P500-LE-OPERADOR THRU P500-LE-OPERADOR-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-OPER-OK.
           CLOSE OPERADOR.
           PERFORM P600-GRAVA-RODAPE THRU P600-GRAVA-RODAPE-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'OPERADORES LISTADOS......: ' WS-QTD-OPERADORES
           END-DISPLAY.
           DISPLAY 'BLOQUEADOS/REVOGADOS.....: ' WS-QTD-DORMENTES
                   '/' WS-QTD-REVOGADOS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *SO OS PROFESSORES COM LOGIN VINCULADO ENTRAM NA TABELA.
       P400-CARREGA-PROFESSORES.
           OPEN INPUT PROFESSOR.
           IF NOT WS-FS-P-OK THEN
               GO TO P400-CARREGA-PROFESSORES-FIM
           END-IF.
           SET WS-EOF-P-OK TO FALSE.
           PERFORM P405-LE-PROFESSOR THRU P405-LE-PROFESSOR-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-P-OK.
           CLOSE PROFESSOR.
       P400-CARREGA-PROFESSORES-FIM.
           EXIT.

       P405-LE-PROFESSOR.
           READ PROFESSOR NEXT RECORD
               AT END
                   SET WS-EOF-P-OK TO TRUE
               NOT AT END
                   IF ID-OPERADOR-PROFESSOR NOT EQUAL SPACES AND
                      WS-QT-PROFESSORES IS LESS THAN 500 THEN
                       ADD 1 TO WS-QT-PROFESSORES
                       MOVE ID-OPERADOR-PROFESSOR
                            TO WS-PF-OPERADOR (WS-QT-PROFESSORES)
                       MOVE ID-PROFESSOR OF REG-PROFESSOR
                            TO WS-PF-ID (WS-QT-PROFESSORES)
                       MOVE NM-PROFESSOR
                            TO WS-PF-NOME (WS-QT-PROFESSORES)
                   END-IF
           END-READ.
       P405-LE-PROFESSOR-FIM.

      *A AUDITORIA ESTA EM ORDEM DE GRAVACAO: O ULTIMO REGISTRO DE
      *CADA OPERADOR E A SUA ULTIMA ATIVIDADE.
       P420-CARREGA-ATIVIDADE.
           OPEN INPUT AUDITORIA.
           IF NOT WS-FS-AUD-OK THEN
               GO TO P420-CARREGA-ATIVIDADE-FIM
           END-IF.
           SET WS-EOF-AUD-OK TO FALSE.
           PERFORM P425-LE-AUDITORIA THRU P425-LE-AUDITORIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-AUD-OK.
           CLOSE AUDITORIA.
       P420-CARREGA-ATIVIDADE-FIM.
           EXIT.

       P425-LE-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET WS-EOF-AUD-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-AUD-LIDOS
                   IF TP-OPERACAO-AUDITORIA NOT EQUAL 'LOGINFALHA' THEN
                       PERFORM P430-ACUMULA-ATIVIDADE
                               THRU P430-ACUMULA-ATIVIDADE-FIM
                   END-IF
           END-READ.
       P425-LE-AUDITORIA-FIM.

       P430-ACUMULA-ATIVIDADE.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P435-PROCURA-ATIVIDADE
                   THRU P435-PROCURA-ATIVIDADE-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-ATIVIDADE
                      OR WS-INDICE-ACHADO IS GREATER THAN ZEROS.
           IF WS-INDICE-ACHADO EQUAL ZEROS AND
              WS-QT-ATIVIDADE IS LESS THAN 500 THEN
               ADD 1 TO WS-QT-ATIVIDADE
               MOVE WS-QT-ATIVIDADE TO WS-INDICE-ACHADO
               MOVE ID-OPERADOR-AUDITORIA
                    TO WS-AT-OPERADOR (WS-INDICE-ACHADO)
           END-IF.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               MOVE DT-AUDITORIA TO WS-AT-DATA (WS-INDICE-ACHADO)
               MOVE HR-AUDITORIA TO WS-AT-HORA (WS-INDICE-ACHADO)
           END-IF.
       P430-ACUMULA-ATIVIDADE-FIM.

       P435-PROCURA-ATIVIDADE.
           IF WS-AT-OPERADOR (WS-INDICE) EQUAL ID-OPERADOR-AUDITORIA
               THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P435-PROCURA-ATIVIDADE-FIM.

       P440-GRAVA-CABECALHO.
           STRING 'RECERTIFICACAO TRIMESTRAL DE ACESSOS - EMISSAO '
                  WS-DH-EXECUCAO ' - SPOOL ' WS-SP-NUMERO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'MARQUE UMA DECISAO POR OPERADOR. AS REVOGACOES SAO '
                  'APLICADAS PELO NTOPRREV, INFORMANDO O SPOOL '
                  WS-SP-NUMERO '.'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '* = SEM LOGIN HA MAIS DE ' WS-DIAS-DORMENCIA
                  ' DIAS (SERA BLOQUEADO NO PROXIMO LOGIN).'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE SPACES          TO WS-LINHA-DET.
           MOVE 'OPERADOR'      TO WS-LD-OPERADOR.
           MOVE 'NOME'          TO WS-LD-NOME.
           MOVE 'NIVEL'         TO WS-LD-NIVEL-DESC.
           MOVE 'SITUACAO'      TO WS-LD-SITUACAO.
           MOVE 'PROFESSOR VINCULADO'
                                TO WS-LD-PROFESSOR.
           MOVE 'U.LOGIN'       TO WS-LD-ULT-LOGIN.
           MOVE 'U.ATIVID'      TO WS-LD-ULT-ATIVIDADE.
           MOVE 'DECISAO DO CHEFE'
                                TO WS-LD-DECISAO.
           MOVE WS-LINHA-DET    TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

       P500-LE-OPERADOR.
           READ OPERADOR NEXT RECORD
               AT END
                   SET WS-EOF-OPER-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-OPERADORES
                   PERFORM P510-IMPRIME-OPERADOR
                           THRU P510-IMPRIME-OPERADOR-FIM
           END-READ.
       P500-LE-OPERADOR-FIM.

       P510-IMPRIME-OPERADOR.
           MOVE SPACES         TO WS-LINHA-DET.
           MOVE ID-OPERADOR    TO WS-LD-OPERADOR.
           MOVE NM-OPERADOR    TO WS-LD-NOME.
           MOVE NV-OPERADOR    TO WS-LD-NIVEL.
           MOVE '-'            TO WS-LD-TRACO.
           IF NV-OPERADOR-SUPERVISOR THEN
               MOVE 'SUPERV' TO WS-LD-NIVEL-DESC
               ADD 1 TO WS-QTD-SUPERVISORES
           ELSE
               MOVE 'COMUM'  TO WS-LD-NIVEL-DESC
           END-IF.
           EVALUATE TRUE
               WHEN ST-OPERADOR-DORMENTE
                   MOVE 'BLOQUEAD' TO WS-LD-SITUACAO
                   ADD 1 TO WS-QTD-DORMENTES
               WHEN ST-OPERADOR-REVOGADO
                   MOVE 'REVOGADO' TO WS-LD-SITUACAO
                   ADD 1 TO WS-QTD-REVOGADOS
               WHEN OTHER
                   MOVE 'ATIVO'    TO WS-LD-SITUACAO
                   ADD 1 TO WS-QTD-ATIVOS
           END-EVALUATE.
      *PROFESSOR VINCULADO AO LOGIN.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P520-PROCURA-PROFESSOR
                   THRU P520-PROCURA-PROFESSOR-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-PROFESSORES
                      OR WS-INDICE-ACHADO IS GREATER THAN ZEROS.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               STRING WS-PF-ID (WS-INDICE-ACHADO) ' '
                      WS-PF-NOME (WS-INDICE-ACHADO)
                      DELIMITED BY SIZE
                      INTO WS-LD-PROFESSOR
               END-STRING
           ELSE
               MOVE 'SEM VINCULO' TO WS-LD-PROFESSOR
           END-IF.
      *ULTIMO LOGIN ACEITO E MARCA DE INATIVIDADE (SEM DATA DE LOGIN
      *CONTA A PARTIR DA ULTIMA TROCA DE SENHA, COMO NOS MENUS).
           MOVE ZEROS TO WS-DT-REFERENCIA.
           IF DT-ULTIMO-LOGIN IS NUMERIC THEN
               MOVE DT-ULTIMO-LOGIN TO WS-DT-REFERENCIA
           END-IF.
           IF WS-DT-REFERENCIA EQUAL ZEROS THEN
               MOVE 'NUNCA'          TO WS-LD-ULT-LOGIN
               MOVE DT-TROCA-SENHA   TO WS-DT-REFERENCIA
           ELSE
               MOVE WS-DT-REFERENCIA TO WS-LD-ULT-LOGIN
           END-IF.
           IF ST-OPERADOR-ATIVO AND
              WS-DIAS-DORMENCIA IS GREATER THAN ZEROS AND
              WS-DT-REFERENCIA IS GREATER THAN ZEROS THEN
               COMPUTE WS-DIAS-SEM-LOGIN =
                   FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                   - FUNCTION INTEGER-OF-DATE (WS-DT-REFERENCIA)
               IF WS-DIAS-SEM-LOGIN IS GREATER THAN WS-DIAS-DORMENCIA
                   THEN
                   MOVE '*' TO WS-LD-MARCA
                   ADD 1 TO WS-QTD-A-VENCER
               END-IF
           END-IF.
      *ULTIMA ATIVIDADE NA AUDITORIA.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P525-PROCURA-ATIVIDADE
                   THRU P525-PROCURA-ATIVIDADE-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-ATIVIDADE
                      OR WS-INDICE-ACHADO IS GREATER THAN ZEROS.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               MOVE WS-AT-DATA (WS-INDICE-ACHADO)
                    TO WS-LD-ULT-ATIVIDADE
           ELSE
               MOVE 'NENHUMA' TO WS-LD-ULT-ATIVIDADE
           END-IF.
           MOVE '( ) CONFIRMA  ( ) REVOGA' TO WS-LD-DECISAO.
           MOVE WS-LINHA-DET TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P510-IMPRIME-OPERADOR-FIM.

       P520-PROCURA-PROFESSOR.
           IF WS-PF-OPERADOR (WS-INDICE) EQUAL ID-OPERADOR THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P520-PROCURA-PROFESSOR-FIM.

       P525-PROCURA-ATIVIDADE.
           IF WS-AT-OPERADOR (WS-INDICE) EQUAL ID-OPERADOR THEN
               MOVE WS-INDICE TO WS-INDICE-ACHADO
           END-IF.
       P525-PROCURA-ATIVIDADE-FIM.

       P600-GRAVA-RODAPE.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'OPERADORES: ' WS-QTD-OPERADORES
                  ' - SUPERVISORES: ' WS-QTD-SUPERVISORES
                  ' - ATIVOS: ' WS-QTD-ATIVOS
                  ' - BLOQUEADOS: ' WS-QTD-DORMENTES
                  ' - REVOGADOS: ' WS-QTD-REVOGADOS
                  ' - SEM LOGIN NO PRAZO (*): ' WS-QTD-A-VENCER
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'CHEFE DE DEPARTAMENTO: ______________________________'
             TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'ASSINATURA: _____________________  DATA: ___/___/_____'
             TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P600-GRAVA-RODAPE-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTOPRCER'      TO WS-SP-RELATORIO.
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
           IF WS-JL-STATUS EQUAL 'ABANDONADO' THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-DH-EXECUCAO    TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR   TO WS-JL-OPERADOR.
           MOVE WS-QTD-OPERADORES TO WS-JL-QTD-LIDOS.
           MOVE WS-QTD-OPERADORES TO WS-JL-QTD-GRAVADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTOPRCER.
