      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      14/08/2023.
      * Purpose:   ETIQUETAS DE ENDERECAMENTO - IMPRIME NOME E
      *            ENDERECO COMPLETO EM FOLHAS DE ETIQUETAS ADESIVAS,
      *            TRES ETIQUETAS POR FAIXA E DEZ FAIXAS POR PAGINA
      *            (60 LINHAS), A PARTIR DOS ALUNOS (ALUNOS.DAT), DOS
      *            CONTATOS (CONTATOS.DAT) OU DOS RESPONSAVEIS
      *            FINANCEIROS DOS ALUNOS (VINCULO F DO ALURESP.DAT).
      *            FILTROS: CIDADE, UF, FAIXA DE CEP E, PARA ALUNOS E
      *            FINANCEIROS, CURSO, SITUACAO DO ALUNO E OFERTA/
      *            TURMA (MATRICULA.DAT). O FINANCEIRO DE MAIS DE UM
      *            ALUNO SAI EM UMA SO ETIQUETA. REGISTRO COM
      *            ENDERECO INCOMPLETO NAO GERA ETIQUETA E E LISTADO
      *            EM PAGINA PROPRIA NO FIM. SAI NO SPOOL (PGSPOOL):
      *            FOLHA ENROSCADA NA IMPRESSORA E REEMITIDA A PARTIR
      *            DA PAGINA PELO NTSPLREP.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTETQEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT CONTATOS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ID-CONTATO OF REG-CONTATOS
           FILE  STATUS IS WS-FS-C.

           SELECT RESPONSAVEIS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-RESPONSAVEL
           FILE  STATUS IS WS-FS-V.

           SELECT MATRICULA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT ETQTRAB
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ETQTRAB
           FILE  STATUS IS WS-FS-T.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  CONTATOS.
           COPY FD_CONTT.

       FD  RESPONSAVEIS.
           COPY CFPK0020.

       FD  MATRICULA.
           COPY CFPK0005.

      *ARQUIVO DE TRABALHO DA EMISSAO, REFEITO A CADA EXECUCAO: OS
      *FINANCEIROS SELECIONADOS (F), SEM REPETICAO, E OS REGISTROS
      *COM ENDERECO INCOMPLETO (I) PARA A LISTA DO FIM.
       FD  ETQTRAB.
       01  REG-ETQTRAB.
           03 CH-ETQTRAB.
               05 TP-ETQTRAB           PIC X(01).
                   88 TP-ETQTRAB-FINANCEIRO  VALUE 'F'.
                   88 TP-ETQTRAB-INCOMPLETO  VALUE 'I'.
               05 ID-ETQTRAB           PIC 9(06).
           03 NM-ETQTRAB               PIC X(20).
           03 DS-FALTA-ETQTRAB         PIC X(40).

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-ORIGEM                   PIC X(01) VALUE SPACES.
           88 WS-ORIGEM-ALUNOS         VALUE '1'.
           88 WS-ORIGEM-CONTATOS       VALUE '2'.
           88 WS-ORIGEM-FINANCEIROS    VALUE '3'.

      *FILTROS DA EMISSAO. EM BRANCO/ZERO = SEM FILTRO. CURSO,
      *SITUACAO E OFERTA/TURMA SO VALEM PARA ALUNOS E FINANCEIROS
      *(NO FINANCEIRO, APLICADOS AO ALUNO VINCULADO).
       01  WS-FILTROS.
           03 WS-FL-CIDADE             PIC X(20).
           03 WS-FL-UF                 PIC X(02).
           03 WS-FL-CEP-INICIAL        PIC 9(08).
           03 WS-FL-CEP-FINAL          PIC 9(08).
           03 WS-FL-CURSO              PIC 9(02).
           03 WS-FL-SITUACAO           PIC X(10).
           03 WS-FL-MATERIA            PIC 9(05).
           03 WS-FL-ANO-SEMESTRE.
               05 WS-FL-ANO            PIC 9(04).
               05 WS-FL-SEMESTRE       PIC 9(01).
           03 WS-FL-TURMA              PIC X(04).

      *ETIQUETA CORRENTE. O ENDERECO TEM O MESMO LAYOUT DE DS-ALUNO
      *E DS-CONTATO.
       01  WS-ETIQUETA.
           03 WS-ET-CODIGO             PIC 9(06).
           03 WS-ET-NOME               PIC X(20).
           03 WS-ET-ENDERECO.
               05 WS-ET-RUA            PIC X(30).
               05 WS-ET-BAIRRO         PIC X(20).
               05 WS-ET-CIDADE         PIC X(20).
               05 WS-ET-UF             PIC X(02).
               05 WS-ET-CEP            PIC 9(08).
               05 FILLER REDEFINES WS-ET-CEP.
                   07 WS-ET-CEP-PREFIXO    PIC X(05).
                   07 WS-ET-CEP-SUFIXO     PIC X(03).

      *FAIXA DE ETIQUETAS EM MONTAGEM: CINCO LINHAS DE TEXTO, TRES
      *ETIQUETAS LADO A LADO (44 COLUNAS CADA).
       01  WS-FAIXA-ETIQUETAS.
           03 WS-FX-LINHA              OCCURS 5 TIMES.
               05 WS-FX-COLUNA         PIC X(44) OCCURS 3 TIMES.

       77  WS-COLUNA                   PIC 9(01) VALUE ZEROS.
       77  WS-IND-LINHA                PIC 9(01) VALUE ZEROS.
       77  WS-PONTEIRO                 PIC 9(02) VALUE ZEROS.
       77  WS-FALTA                    PIC X(40) VALUE SPACES.

       77  WS-QTD-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ETIQUETAS            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-INCOMPLETOS          PIC 9(06) VALUE ZEROS.
       77  WS-PAGINA-INCOMPLETOS       PIC 9(04) VALUE ZEROS.

       77  WS-SELECIONADO              PIC X.
           88 WS-SELECIONADO-OK        VALUE 'S' FALSE 'N'.
       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-R                     PIC 99.
           88 WS-FS-R-OK               VALUE 0.
       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO (60 LINHAS
      *POR PAGINA, COMO NO NTALULIS).
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
           INITIALIZE WS-FS-A WS-FS-C WS-FS-V WS-FS-R WS-FS-T
                      WS-FS-SPL WS-ORIGEM WS-FILTROS WS-ETIQUETA
                      WS-FAIXA-ETIQUETAS WS-COLUNA WS-QTD-LIDOS
                      WS-QTD-ETIQUETAS WS-QTD-INCOMPLETOS
                      WS-PAGINA-INCOMPLETOS WS-LINHAS-SPOOL
                      WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS MESTRES E DO ARQUIVO DE TRABALHO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALURESP.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ETQTRAB.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT CONTATOS.
           IF NOT WS-FS-C-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *VINCULOS E MATRICULAS SO SAO LIDOS NOS FINANCEIROS E NO FILTRO
      *DE OFERTA/TURMA.
           OPEN INPUT RESPONSAVEIS.
           OPEN INPUT MATRICULA.
      *O ARQUIVO DE TRABALHO COMECA VAZIO A CADA EXECUCAO.
           OPEN OUTPUT ETQTRAB.
           CLOSE ETQTRAB.
           OPEN I-O ETQTRAB.
           IF NOT WS-FS-T-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           DISPLAY 'ETIQUETAS DE ENDERECAMENTO. INFORME:'
           END-DISPLAY.
           DISPLAY 'ORIGEM (1=ALUNOS 2=CONTATOS 3=FINANCEIROS): '
           END-DISPLAY.
           ACCEPT WS-ORIGEM
           END-ACCEPT.
           IF NOT WS-ORIGEM-ALUNOS AND NOT WS-ORIGEM-CONTATOS AND
              NOT WS-ORIGEM-FINANCEIROS THEN
               DISPLAY 'ORIGEM INVALIDA.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           IF WS-ORIGEM-FINANCEIROS AND NOT WS-FS-V-OK THEN
               DISPLAY 'ARQUIVO DE VINCULOS (ALURESP) INDISPONIVEL.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P210-LE-FILTROS THRU P210-LE-FILTROS-FIM.
           IF WS-FL-MATERIA IS GREATER THAN ZEROS AND
              NOT WS-FS-R-OK THEN
               DISPLAY 'ARQUIVO DE MATRICULAS INDISPONIVEL.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           EVALUATE TRUE
               WHEN WS-ORIGEM-ALUNOS
                   IF WS-FL-MATERIA IS GREATER THAN ZEROS THEN
                       PERFORM P500-VARRE-MATRICULAS
                               THRU P500-VARRE-MATRICULAS-FIM
                   ELSE
                       PERFORM P510-VARRE-ALUNOS
                               THRU P510-VARRE-ALUNOS-FIM
                   END-IF
               WHEN WS-ORIGEM-CONTATOS
                   PERFORM P520-VARRE-CONTATOS
                           THRU P520-VARRE-CONTATOS-FIM
               WHEN WS-ORIGEM-FINANCEIROS
                   PERFORM P530-VARRE-VINCULOS
                           THRU P530-VARRE-VINCULOS-FIM
                   PERFORM P540-VARRE-FINANCEIROS
                           THRU P540-VARRE-FINANCEIROS-FIM
           END-EVALUATE.
           IF WS-COLUNA IS GREATER THAN ZEROS THEN
               PERFORM P620-GRAVA-FAIXA THRU P620-GRAVA-FAIXA-FIM
           END-IF.
           IF WS-QTD-INCOMPLETOS IS GREATER THAN ZEROS THEN
               PERFORM P700-LISTA-INCOMPLETOS
                       THRU P700-LISTA-INCOMPLETOS-FIM
           END-IF.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'REGISTROS SELECIONADOS.....: ' WS-QTD-LIDOS
           END-DISPLAY.
           DISPLAY 'ETIQUETAS IMPRESSAS........: ' WS-QTD-ETIQUETAS
           END-DISPLAY.
           DISPLAY 'ENDERECOS INCOMPLETOS......: ' WS-QTD-INCOMPLETOS
           END-DISPLAY.
           IF WS-QTD-INCOMPLETOS IS GREATER THAN ZEROS THEN
               DISPLAY 'LISTA DOS INCOMPLETOS A PARTIR DA PAGINA '
                       WS-PAGINA-INCOMPLETOS ' DO SPOOL.'
               END-DISPLAY
           END-IF.
       P200-PROCESSA-FIM.
           EXIT.

       P210-LE-FILTROS.
           DISPLAY 'CIDADE (BRANCO = TODAS).................: '
           END-DISPLAY.
           ACCEPT WS-FL-CIDADE
           END-ACCEPT.
           DISPLAY 'UF (BRANCO = TODAS).....................: '
           END-DISPLAY.
           ACCEPT WS-FL-UF
           END-ACCEPT.
           DISPLAY 'CEP INICIAL (ZERO = DO COMECO)..........: '
           END-DISPLAY.
           ACCEPT WS-FL-CEP-INICIAL
           END-ACCEPT.
           DISPLAY 'CEP FINAL (ZERO = ATE O FIM)............: '
           END-DISPLAY.
           ACCEPT WS-FL-CEP-FINAL
           END-ACCEPT.
           IF WS-FL-CEP-FINAL EQUAL ZEROS THEN
               MOVE 99999999 TO WS-FL-CEP-FINAL
           END-IF.
           IF WS-ORIGEM-CONTATOS THEN
               GO TO P210-LE-FILTROS-FIM
           END-IF.
           DISPLAY 'CURSO DO ALUNO (ZERO = TODOS)...........: '
           END-DISPLAY.
           ACCEPT WS-FL-CURSO
           END-ACCEPT.
           DISPLAY 'SITUACAO DO ALUNO (BRANCO = TODAS)......: '
           END-DISPLAY.
           ACCEPT WS-FL-SITUACAO
           END-ACCEPT.
           DISPLAY 'MATERIA DA OFERTA (ZERO = SEM FILTRO)...: '
           END-DISPLAY.
           ACCEPT WS-FL-MATERIA
           END-ACCEPT.
           IF WS-FL-MATERIA EQUAL ZEROS THEN
               GO TO P210-LE-FILTROS-FIM
           END-IF.
           DISPLAY 'ANO DA OFERTA...........................: '
           END-DISPLAY.
           ACCEPT WS-FL-ANO
           END-ACCEPT.
           DISPLAY 'SEMESTRE DA OFERTA (1 OU 2).............: '
           END-DISPLAY.
           ACCEPT WS-FL-SEMESTRE
           END-ACCEPT.
           DISPLAY 'TURMA (BRANCO = TODAS)..................: '
           END-DISPLAY.
           ACCEPT WS-FL-TURMA
           END-ACCEPT.
       P210-LE-FILTROS-FIM.
           EXIT.

      *ALUNOS DE UMA OFERTA: VARRE AS MATRICULAS ATIVAS DA OFERTA
      *(COMO NO NTCARTEI) E LE O ALUNO DE CADA UMA.
       P500-VARRE-MATRICULAS.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P505-LE-MATRICULA THRU P505-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P500-VARRE-MATRICULAS-FIM.

       P505-LE-MATRICULA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF ST-MATRICULA-ATIVA AND
                      ID-MATERIA OF CH-MATRICULA EQUAL
                          WS-FL-MATERIA AND
                      ANO-SEMESTRE OF REG-MATRICULA EQUAL
                          WS-FL-ANO-SEMESTRE AND
                      (WS-FL-TURMA EQUAL SPACES OR
                       TURMA OF REG-MATRICULA EQUAL WS-FL-TURMA)
                       THEN
                       MOVE ID-ALUNO OF CH-MATRICULA
                            TO ID-ALUNO OF REG-ALUNO
                       READ ALUNOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM P550-SELECIONA-ALUNO
                                   THRU P550-SELECIONA-ALUNO-FIM
                       END-READ
                   END-IF
           END-READ.
       P505-LE-MATRICULA-FIM.

       P510-VARRE-ALUNOS.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE ZEROS TO ID-ALUNO OF REG-ALUNO.
           START ALUNOS KEY IS NOT LESS THAN
                 ID-ALUNO OF REG-ALUNO
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P515-LE-ALUNO THRU P515-LE-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P510-VARRE-ALUNOS-FIM.

       P515-LE-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   PERFORM P550-SELECIONA-ALUNO
                           THRU P550-SELECIONA-ALUNO-FIM
           END-READ.
       P515-LE-ALUNO-FIM.

       P520-VARRE-CONTATOS.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE ZEROS TO ID-CONTATO OF REG-CONTATOS.
           START CONTATOS KEY IS NOT LESS THAN
                 ID-CONTATO OF REG-CONTATOS
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P525-LE-CONTATO THRU P525-LE-CONTATO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P520-VARRE-CONTATOS-FIM.

       P525-LE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   PERFORM P570-ETIQUETA-CONTATO
                           THRU P570-ETIQUETA-CONTATO-FIM
           END-READ.
       P525-LE-CONTATO-FIM.

      *FINANCEIROS, PASSO 1: VARRE OS VINCULOS F, APLICA OS FILTROS
      *DE ALUNO AO ALUNO VINCULADO E ANOTA O CONTATO NO ARQUIVO DE
      *TRABALHO. O FINANCEIRO DE IRMAOS FICA ANOTADO UMA SO VEZ.
       P530-VARRE-VINCULOS.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE LOW-VALUES TO CH-RESPONSAVEL.
           START RESPONSAVEIS KEY IS NOT LESS THAN CH-RESPONSAVEL
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P535-LE-VINCULO THRU P535-LE-VINCULO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P530-VARRE-VINCULOS-FIM.

       P535-LE-VINCULO.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P535-LE-VINCULO-FIM
           END-READ.
           IF NOT TP-VINCULO-FINANCEIRO THEN
               GO TO P535-LE-VINCULO-FIM
           END-IF.
           MOVE ID-ALUNO OF CH-RESPONSAVEL TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   GO TO P535-LE-VINCULO-FIM
           END-READ.
           PERFORM P560-FILTRA-ALUNO THRU P560-FILTRA-ALUNO-FIM.
           IF NOT WS-SELECIONADO-OK THEN
               GO TO P535-LE-VINCULO-FIM
           END-IF.
           SET TP-ETQTRAB-FINANCEIRO TO TRUE.
           MOVE ID-CONTATO OF CH-RESPONSAVEL TO ID-ETQTRAB.
           MOVE SPACES TO NM-ETQTRAB.
           MOVE SPACES TO DS-FALTA-ETQTRAB.
           WRITE REG-ETQTRAB
               INVALID KEY
                   CONTINUE
           END-WRITE.
       P535-LE-VINCULO-FIM.
           EXIT.

      *FINANCEIROS, PASSO 2: UMA ETIQUETA POR CONTATO ANOTADO, NA
      *ORDEM DO CODIGO DO CONTATO.
       P540-VARRE-FINANCEIROS.
           SET WS-EOF-VARRE-OK TO FALSE.
           SET TP-ETQTRAB-FINANCEIRO TO TRUE.
           MOVE ZEROS TO ID-ETQTRAB.
           START ETQTRAB KEY IS NOT LESS THAN CH-ETQTRAB
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P545-LE-FINANCEIRO THRU P545-LE-FINANCEIRO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P540-VARRE-FINANCEIROS-FIM.

       P545-LE-FINANCEIRO.
           READ ETQTRAB NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P545-LE-FINANCEIRO-FIM
           END-READ.
           IF NOT TP-ETQTRAB-FINANCEIRO THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P545-LE-FINANCEIRO-FIM
           END-IF.
           MOVE ID-ETQTRAB TO ID-CONTATO OF REG-CONTATOS.
           READ CONTATOS
               INVALID KEY
                   GO TO P545-LE-FINANCEIRO-FIM
           END-READ.
           PERFORM P570-ETIQUETA-CONTATO
                   THRU P570-ETIQUETA-CONTATO-FIM.
       P545-LE-FINANCEIRO-FIM.
           EXIT.

      *ALUNO LIDO: FILTROS DE ALUNO E, SE PASSAR, ETIQUETA.
       P550-SELECIONA-ALUNO.
           PERFORM P560-FILTRA-ALUNO THRU P560-FILTRA-ALUNO-FIM.
           IF NOT WS-SELECIONADO-OK THEN
               GO TO P550-SELECIONA-ALUNO-FIM
           END-IF.
           MOVE ID-ALUNO OF REG-ALUNO TO WS-ET-CODIGO.
           MOVE NM-ALUNO OF REG-ALUNO TO WS-ET-NOME.
           MOVE DS-ALUNO              TO WS-ET-ENDERECO.
           PERFORM P600-EMITE-ETIQUETA THRU P600-EMITE-ETIQUETA-FIM.
       P550-SELECIONA-ALUNO-FIM.
           EXIT.

      *FILTROS DE CURSO, SITUACAO E OFERTA/TURMA SOBRE O ALUNO LIDO.
      *NA VARREDURA POR MATRICULAS A OFERTA JA VEM FILTRADA; NOS
      *FINANCEIROS A MATRICULA DO ALUNO NA OFERTA E LIDA PELA CHAVE.
       P560-FILTRA-ALUNO.
           SET WS-SELECIONADO-OK TO FALSE.
           IF WS-FL-CURSO IS GREATER THAN ZEROS AND
              ID-CURSO OF REG-ALUNO NOT EQUAL WS-FL-CURSO THEN
               GO TO P560-FILTRA-ALUNO-FIM
           END-IF.
           IF WS-FL-SITUACAO NOT EQUAL SPACES AND
              ST-ALUNO NOT EQUAL WS-FL-SITUACAO THEN
               GO TO P560-FILTRA-ALUNO-FIM
           END-IF.
           IF WS-FL-MATERIA IS GREATER THAN ZEROS AND
              WS-ORIGEM-FINANCEIROS THEN
               MOVE ID-ALUNO OF REG-ALUNO
                    TO ID-ALUNO OF CH-MATRICULA
               MOVE WS-FL-MATERIA TO ID-MATERIA OF CH-MATRICULA
               MOVE WS-FL-ANO-SEMESTRE
                    TO ANO-SEMESTRE OF CH-MATRICULA
               READ MATRICULA
                   INVALID KEY
                       GO TO P560-FILTRA-ALUNO-FIM
               END-READ
               IF NOT ST-MATRICULA-ATIVA THEN
                   GO TO P560-FILTRA-ALUNO-FIM
               END-IF
               IF WS-FL-TURMA NOT EQUAL SPACES AND
                  TURMA OF REG-MATRICULA NOT EQUAL WS-FL-TURMA THEN
                   GO TO P560-FILTRA-ALUNO-FIM
               END-IF
           END-IF.
           SET WS-SELECIONADO-OK TO TRUE.
       P560-FILTRA-ALUNO-FIM.
           EXIT.

       P570-ETIQUETA-CONTATO.
           MOVE ID-CONTATO OF REG-CONTATOS TO WS-ET-CODIGO.
           MOVE NM-CONTATO                 TO WS-ET-NOME.
           MOVE DS-CONTATO                 TO WS-ET-ENDERECO.
           PERFORM P600-EMITE-ETIQUETA THRU P600-EMITE-ETIQUETA-FIM.
       P570-ETIQUETA-CONTATO-FIM.
           EXIT.

      *FILTROS DE ENDERECO E CONFERENCIA DO ENDERECO COMPLETO: SEM
      *LOGRADOURO, BAIRRO, CIDADE, UF OU CEP A ETIQUETA NAO SAI E O
      *REGISTRO VAI PARA A LISTA DOS INCOMPLETOS. COM FILTRO DE
      *CIDADE, UF OU CEP, O CAMPO EM BRANCO NAO PASSA NO FILTRO.
       P600-EMITE-ETIQUETA.
           IF WS-FL-CIDADE NOT EQUAL SPACES AND
              WS-ET-CIDADE NOT EQUAL WS-FL-CIDADE THEN
               GO TO P600-EMITE-ETIQUETA-FIM
           END-IF.
           IF WS-FL-UF NOT EQUAL SPACES AND
              WS-ET-UF NOT EQUAL WS-FL-UF THEN
               GO TO P600-EMITE-ETIQUETA-FIM
           END-IF.
           IF WS-FL-CEP-INICIAL IS GREATER THAN ZEROS OR
              WS-FL-CEP-FINAL IS LESS THAN 99999999 THEN
               IF WS-ET-CEP IS LESS THAN WS-FL-CEP-INICIAL OR
                  WS-ET-CEP IS GREATER THAN WS-FL-CEP-FINAL OR
                  WS-ET-CEP EQUAL ZEROS THEN
                   GO TO P600-EMITE-ETIQUETA-FIM
               END-IF
           END-IF.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE SPACES TO WS-FALTA.
           MOVE 1      TO WS-PONTEIRO.
           IF WS-ET-RUA EQUAL SPACES THEN
               STRING 'LOGRADOURO ' DELIMITED BY SIZE
                      INTO WS-FALTA WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF WS-ET-BAIRRO EQUAL SPACES THEN
               STRING 'BAIRRO ' DELIMITED BY SIZE
                      INTO WS-FALTA WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF WS-ET-CIDADE EQUAL SPACES THEN
               STRING 'CIDADE ' DELIMITED BY SIZE
                      INTO WS-FALTA WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF WS-ET-UF EQUAL SPACES THEN
               STRING 'UF ' DELIMITED BY SIZE
                      INTO WS-FALTA WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF WS-ET-CEP EQUAL ZEROS THEN
               STRING 'CEP ' DELIMITED BY SIZE
                      INTO WS-FALTA WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           IF WS-FALTA NOT EQUAL SPACES THEN
               PERFORM P610-ANOTA-INCOMPLETO
                       THRU P610-ANOTA-INCOMPLETO-FIM
               GO TO P600-EMITE-ETIQUETA-FIM
           END-IF.
           PERFORM P605-MONTA-ETIQUETA THRU P605-MONTA-ETIQUETA-FIM.
       P600-EMITE-ETIQUETA-FIM.
           EXIT.

      *MONTA A ETIQUETA NA PROXIMA COLUNA DA FAIXA; FAIXA CHEIA VAI
      *PARA O SPOOL.
       P605-MONTA-ETIQUETA.
           ADD 1 TO WS-COLUNA.
           ADD 1 TO WS-QTD-ETIQUETAS.
           STRING WS-ET-NOME '  COD. ' WS-ET-CODIGO
                  DELIMITED BY SIZE
                  INTO WS-FX-COLUNA (1 WS-COLUNA)
           END-STRING.
           MOVE WS-ET-RUA    TO WS-FX-COLUNA (2 WS-COLUNA).
           MOVE WS-ET-BAIRRO TO WS-FX-COLUNA (3 WS-COLUNA).
           STRING FUNCTION TRIM (WS-ET-CIDADE) DELIMITED BY SIZE
                  ' - '                        DELIMITED BY SIZE
                  WS-ET-UF                     DELIMITED BY SIZE
                  INTO WS-FX-COLUNA (4 WS-COLUNA)
           END-STRING.
           STRING 'CEP ' WS-ET-CEP-PREFIXO '-' WS-ET-CEP-SUFIXO
                  DELIMITED BY SIZE
                  INTO WS-FX-COLUNA (5 WS-COLUNA)
           END-STRING.
           IF WS-COLUNA EQUAL 3 THEN
               PERFORM P620-GRAVA-FAIXA THRU P620-GRAVA-FAIXA-FIM
           END-IF.
       P605-MONTA-ETIQUETA-FIM.
           EXIT.

       P610-ANOTA-INCOMPLETO.
           SET TP-ETQTRAB-INCOMPLETO TO TRUE.
           MOVE WS-ET-CODIGO TO ID-ETQTRAB.
           MOVE WS-ET-NOME   TO NM-ETQTRAB.
           MOVE WS-FALTA     TO DS-FALTA-ETQTRAB.
           WRITE REG-ETQTRAB
               INVALID KEY
                   GO TO P610-ANOTA-INCOMPLETO-FIM
           END-WRITE.
           ADD 1 TO WS-QTD-INCOMPLETOS.
       P610-ANOTA-INCOMPLETO-FIM.
           EXIT.

      *GRAVA A FAIXA: CINCO LINHAS DE TEXTO E UMA DE SEPARACAO, DEZ
      *FAIXAS POR PAGINA DE 60 LINHAS.
       P620-GRAVA-FAIXA.
           PERFORM P625-GRAVA-LINHA-FAIXA
                   THRU P625-GRAVA-LINHA-FAIXA-FIM
                   VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA IS GREATER THAN 5.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE SPACES TO WS-FAIXA-ETIQUETAS.
           MOVE ZEROS  TO WS-COLUNA.
       P620-GRAVA-FAIXA-FIM.
           EXIT.

       P625-GRAVA-LINHA-FAIXA.
           MOVE WS-FX-LINHA (WS-IND-LINHA) TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P625-GRAVA-LINHA-FAIXA-FIM.
           EXIT.

      *LISTA DOS INCOMPLETOS EM PAGINA PROPRIA, DEPOIS DA ULTIMA
      *FOLHA DE ETIQUETAS, PARA SAIR EM PAPEL COMUM.
       P700-LISTA-INCOMPLETOS.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM
                   WITH TEST BEFORE
                   UNTIL WS-LINHAS-SPOOL EQUAL ZEROS.
           MOVE WS-SP-PAGINAS TO WS-PAGINA-INCOMPLETOS.
           STRING 'ETIQUETAS NAO IMPRESSAS - ENDERECO INCOMPLETO'
                  '    EMISSAO ' WS-DH-DATA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'CODIGO NOME                 FALTA'
                TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           SET WS-EOF-VARRE-OK TO FALSE.
           SET TP-ETQTRAB-INCOMPLETO TO TRUE.
           MOVE ZEROS TO ID-ETQTRAB.
           START ETQTRAB KEY IS NOT LESS THAN CH-ETQTRAB
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P705-LISTA-INCOMPLETO
                   THRU P705-LISTA-INCOMPLETO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'TOTAL DE REGISTROS SEM ETIQUETA: '
                  WS-QTD-INCOMPLETOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P700-LISTA-INCOMPLETOS-FIM.
           EXIT.

       P705-LISTA-INCOMPLETO.
           READ ETQTRAB NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P705-LISTA-INCOMPLETO-FIM
           END-READ.
           IF NOT TP-ETQTRAB-INCOMPLETO THEN
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P705-LISTA-INCOMPLETO-FIM
           END-IF.
           STRING ID-ETQTRAB ' ' NM-ETQTRAB ' ' DS-FALTA-ETQTRAB
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P705-LISTA-INCOMPLETO-FIM.
           EXIT.

      *ALOCA O SPOOL DAS ETIQUETAS NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTETQEND'      TO WS-SP-RELATORIO.
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
           DISPLAY 'ETIQUETAS GUARDADAS NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P420-FECHA-ARQ.
           CLOSE ALUNOS.
           CLOSE CONTATOS.
           CLOSE RESPONSAVEIS.
           CLOSE MATRICULA.
           CLOSE ETQTRAB.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS CONTATOS..: ' WS-FS-C
           END-DISPLAY.
           DISPLAY 'FILE STATUS ETQTRAB...: ' WS-FS-T
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTETQEND.
