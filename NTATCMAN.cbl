      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      20/03/2023.
      * Purpose:   ATIVIDADES COMPLEMENTARES - A SECRETARIA REGISTRA
      *            CADA CERTIFICADO ENTREGUE PELO ALUNO (ATVCOMPL.DAT,
      *            CFPK0054: CATEGORIA, HORAS DECLARADAS E REFERENCIA
      *            DO DOCUMENTO) E O COORDENADOR DO CURSO
      *            (ID-PROFESSOR-COORD DE CFPK0015, PELO VINCULO
      *            ID-OPERADOR-PROFESSOR) OU UM SUPERVISOR APROVA COM
      *            AS HORAS EFETIVAMENTE CONCEDIDAS, OU RECUSA. AS
      *            HORAS CONCEDIDAS NUNCA PASSAM DAS DECLARADAS NEM DO
      *            TETO DA CATEGORIA PARA O ALUNO (CATATV.DAT,
      *            CFPK0053, MANTIDO AQUI MESMO). A CONSULTA MOSTRA O
      *            USO DE CADA CATEGORIA E O TOTAL CONCEDIDO CONTRA O
      *            MINIMO DO CURSO (QT-HORAS-ATIV-COMPL DE CFPK0015).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTATCMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT PROFESSOR
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-PROFESSOR
           FILE  STATUS IS WS-FS-P.

           SELECT CURSO
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CURSO OF REG-CURSO
           FILE  STATUS IS WS-FS-C.

           SELECT CATATV
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CD-CATEGORIA-ATV
           FILE  STATUS IS WS-FS-CAT.

           SELECT ATVCOMPL
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ATVCOMPL
           FILE  STATUS IS WS-FS-ATC.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  PROFESSOR.
           COPY CFPK0010.

       FD  CURSO.
           COPY CFPK0015.

       FD  CATATV.
           COPY CFPK0053.

       FD  ATVCOMPL.
           COPY CFPK0054.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-NR-ATIVIDADE             PIC 9(03) VALUE ZEROS.
       77  WS-CD-CATEGORIA             PIC 9(02) VALUE ZEROS.
       77  WS-QT-HORAS                 PIC 9(03) VALUE ZEROS.
       77  WS-QT-SALDO                 PIC 9(05) VALUE ZEROS.
       77  WS-DECISAO                  PIC X(01) VALUE SPACES.
       77  WS-IND-CAT                  PIC 9(03) VALUE ZEROS.

      *TOTAIS DA CONSULTA DO ALUNO, SOMADOS NA PROPRIA LISTAGEM.
       77  WS-QTD-CERTIFICADOS         PIC 9(03) VALUE ZEROS.
       77  WS-HORAS-CONCEDIDAS         PIC 9(05) VALUE ZEROS.
       77  WS-HORAS-PENDENTES          PIC 9(05) VALUE ZEROS.
       77  WS-HORAS-EXIGIDAS           PIC 9(04) VALUE ZEROS.
       77  WS-ID-COORDENADOR           PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ANALISADAS           PIC 9(03) VALUE ZEROS.

      *HORAS JA CONCEDIDAS AO ALUNO EM CADA CATEGORIA, INDEXADAS PELO
      *PROPRIO CODIGO DA CATEGORIA. BASE DO TETO NA APROVACAO.
       01  WS-TAB-CATEGORIAS.
           03 WS-TC-CONCEDIDAS         PIC 9(05) OCCURS 99 TIMES.

       77  WS-LIBERADO                 PIC X.
           88 WS-LIBERADO-OK           VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.

       77  WS-EOF-CAT                  PIC X.
           88 WS-EOF-CAT-OK            VALUE 'S' FALSE 'N'.
       77  WS-EOF-ATC                  PIC X.
           88 WS-EOF-ATC-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-CAT                   PIC 99.
           88 WS-FS-CAT-OK             VALUE 0.
       77  WS-FS-ATC                   PIC 99.
           88 WS-FS-ATC-OK             VALUE 0.

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
           INITIALIZE WS-OPCAO WS-FS-A WS-FS-P WS-FS-C WS-FS-CAT
                      WS-FS-ATC WS-ID-ALUNO WS-NR-ATIVIDADE
                      WS-CD-CATEGORIA WS-QT-HORAS WS-QTD-CERTIFICADOS
                      WS-HORAS-CONCEDIDAS WS-HORAS-PENDENTES
                      WS-HORAS-EXIGIDAS WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS MESTRES, DAS CATEGORIAS E DOS
      *CERTIFICADOS A PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PROFESSOR.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CURSO.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CATATV.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ATVCOMPL.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *SEM CURSOS CADASTRADOS A CONSULTA SO NAO MOSTRA AS HORAS
      *EXIGIDAS, E SO O SUPERVISOR CONSEGUE APROVAR.
       P400-ABRE-ARQ.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT PROFESSOR.
           IF NOT WS-FS-P-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT CURSO.
           OPEN I-O CATATV.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-CAT-OK THEN
               OPEN OUTPUT CATATV
               CLOSE CATATV
               OPEN I-O CATATV
           END-IF.
           OPEN I-O ATVCOMPL.
           IF NOT WS-FS-ATC-OK THEN
               OPEN OUTPUT ATVCOMPL
               CLOSE ATVCOMPL
               OPEN I-O ATVCOMPL
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P500-INCLUI THRU P500-INCLUI-FIM
               WHEN '2'
                   PERFORM P510-CONSULTA THRU P510-CONSULTA-FIM
               WHEN '3'
                   PERFORM P550-APROVA THRU P550-APROVA-FIM
               WHEN '4'
                   PERFORM P570-MANTEM-CATEGORIA
                           THRU P570-MANTEM-CATEGORIA-FIM
               WHEN '5'
                   PERFORM P580-LISTA-CATEGORIAS
                           THRU P580-LISTA-CATEGORIAS-FIM
               WHEN '9'
                   DISPLAY 'ATIVIDADES COMPLEMENTARES ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '**** ATIV. COMPLEMENTARES *****'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - REGISTRAR CERTIFICADO  |'.
           DISPLAY '|<2> - CONSULTAR ALUNO        |'.
           DISPLAY '|<3> - ANALISAR CERTIFICADOS  |'.
           DISPLAY '|<4> - INCLUIR/ALTERAR CATEG. |'.
           DISPLAY '|<5> - LISTAR CATEGORIAS      |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *LE O ALUNO INFORMADO; WS-LIBERADO INDICA SE FOI ACHADO.
       P440-PEDE-ALUNO.
           SET WS-LIBERADO-OK TO FALSE.
           DISPLAY 'INFORME O CODIGO DO ALUNO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO LOCALIZADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-LIBERADO-OK TO TRUE
                   DISPLAY 'ALUNO ' ID-ALUNO OF REG-ALUNO ' - '
                           NM-ALUNO OF REG-ALUNO
                   END-DISPLAY
           END-READ.
       P440-PEDE-ALUNO-FIM.

      *LE A CATEGORIA INFORMADA; WS-LIBERADO INDICA SE FOI ACHADA.
       P445-PEDE-CATEGORIA.
           SET WS-LIBERADO-OK TO FALSE.
           DISPLAY 'CODIGO DA CATEGORIA (01-99)............: '
           END-DISPLAY.
           ACCEPT WS-CD-CATEGORIA
           END-ACCEPT.
           IF WS-CD-CATEGORIA EQUAL ZEROS THEN
               DISPLAY 'CATEGORIA INVALIDA.'
               END-DISPLAY
               GO TO P445-PEDE-CATEGORIA-FIM
           END-IF.
           MOVE WS-CD-CATEGORIA TO CD-CATEGORIA-ATV.
           READ CATATV
               INVALID KEY
                   DISPLAY 'CATEGORIA NAO CADASTRADA.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-LIBERADO-OK TO TRUE
                   DISPLAY 'CATEGORIA ' CD-CATEGORIA-ATV ' - '
                           DS-CATEGORIA-ATV ' - TETO '
                           QT-TETO-CATEGORIA ' HORAS'
                   END-DISPLAY
           END-READ.
       P445-PEDE-CATEGORIA-FIM.
           EXIT.

      *REGISTRA UM CERTIFICADO ENTREGUE PELO ALUNO, NUMERADO EM
      *SEGUIDA AO ULTIMO JA REGISTRADO DELE. FICA PENDENTE ATE A
      *ANALISE DO COORDENADOR.
       P500-INCLUI.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P500-INCLUI-FIM
           END-IF.
           IF NOT ST-ALUNO-ATIVO AND ST-ALUNO NOT EQUAL SPACES THEN
               DISPLAY 'ALUNO NAO ESTA ATIVO (' ST-ALUNO
                       '). REGISTRO RECUSADO.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           PERFORM P445-PEDE-CATEGORIA THRU P445-PEDE-CATEGORIA-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P500-INCLUI-FIM
           END-IF.
           PERFORM P508-PROXIMA-ATIVIDADE
                   THRU P508-PROXIMA-ATIVIDADE-FIM.
           INITIALIZE REG-ATVCOMPL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-ID-ALUNO     TO ID-ALUNO-ATC.
           MOVE WS-NR-ATIVIDADE TO NR-ATIVIDADE.
           MOVE WS-CD-CATEGORIA TO CD-CATEGORIA-ATC.
           DISPLAY 'DESCRICAO DA ATIVIDADE.................: '
           END-DISPLAY.
           ACCEPT DS-ATIVIDADE
           END-ACCEPT.
           DISPLAY 'REFERENCIA DO DOCUMENTO ARQUIVADO......: '
           END-DISPLAY.
           ACCEPT DS-DOCUMENTO-ATC
           END-ACCEPT.
           IF DS-DOCUMENTO-ATC EQUAL SPACES THEN
               DISPLAY 'REFERENCIA DO DOCUMENTO OBRIGATORIA. '
                       'REGISTRO RECUSADO.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           DISPLAY 'HORAS DECLARADAS NO CERTIFICADO........: '
           END-DISPLAY.
           ACCEPT QT-HORAS-DECLARADAS
           END-ACCEPT.
           IF QT-HORAS-DECLARADAS EQUAL ZEROS THEN
               DISPLAY 'HORAS INVALIDAS. REGISTRO RECUSADO.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           SET ST-ATIVIDADE-PENDENTE TO TRUE.
           MOVE WS-DH-DATA      TO DT-ENTREGA-ATC.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-ENTREGA.
           WRITE REG-ATVCOMPL
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CERTIFICADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'CERTIFICADO ' NR-ATIVIDADE
                           ' REGISTRADO. AGUARDA ANALISE DO '
                           'COORDENADOR.'
                   END-DISPLAY
           END-WRITE.
       P500-INCLUI-FIM.

      *MINIMO DE HORAS E COORDENADOR DO CURSO DO ALUNO LIDO.
       P505-LE-CURSO.
           MOVE ZEROS TO WS-HORAS-EXIGIDAS.
           MOVE ZEROS TO WS-ID-COORDENADOR.
           IF NOT WS-FS-C-OK OR
              ID-CURSO OF REG-ALUNO EQUAL ZEROS THEN
               GO TO P505-LE-CURSO-FIM
           END-IF.
           MOVE ID-CURSO OF REG-ALUNO TO ID-CURSO OF REG-CURSO.
           READ CURSO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QT-HORAS-ATIV-COMPL TO WS-HORAS-EXIGIDAS
                   MOVE ID-PROFESSOR-COORD  TO WS-ID-COORDENADOR
           END-READ.
       P505-LE-CURSO-FIM.
           EXIT.

      *O PROXIMO NUMERO DE CERTIFICADO E O MAIOR DO ALUNO MAIS UM.
       P508-PROXIMA-ATIVIDADE.
           MOVE ZEROS TO WS-NR-ATIVIDADE.
           SET WS-EOF-ATC-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-ATC.
           MOVE ZEROS       TO NR-ATIVIDADE.
           START ATVCOMPL KEY IS NOT LESS THAN CH-ATVCOMPL
               INVALID KEY
                   SET WS-EOF-ATC-OK TO TRUE
           END-START.
           PERFORM P509-LE-ATIVIDADE THRU P509-LE-ATIVIDADE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATC-OK.
           ADD 1 TO WS-NR-ATIVIDADE.
       P508-PROXIMA-ATIVIDADE-FIM.

       P509-LE-ATIVIDADE.
           READ ATVCOMPL NEXT RECORD
               AT END
                   SET WS-EOF-ATC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-ATC NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-ATC-OK TO TRUE
                   ELSE
                       MOVE NR-ATIVIDADE TO WS-NR-ATIVIDADE
                   END-IF
           END-READ.
       P509-LE-ATIVIDADE-FIM.

      *LISTA OS CERTIFICADOS DO ALUNO, O USO DE CADA CATEGORIA CONTRA
      *O SEU TETO E O TOTAL CONCEDIDO CONTRA O MINIMO DO CURSO.
       P510-CONSULTA.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P510-CONSULTA-FIM
           END-IF.
           PERFORM P505-LE-CURSO THRU P505-LE-CURSO-FIM.
           MOVE ZEROS TO WS-QTD-CERTIFICADOS.
           MOVE ZEROS TO WS-HORAS-CONCEDIDAS.
           MOVE ZEROS TO WS-HORAS-PENDENTES.
           INITIALIZE WS-TAB-CATEGORIAS.
           SET WS-EOF-ATC-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-ATC.
           MOVE ZEROS       TO NR-ATIVIDADE.
           START ATVCOMPL KEY IS NOT LESS THAN CH-ATVCOMPL
               INVALID KEY
                   SET WS-EOF-ATC-OK TO TRUE
           END-START.
           PERFORM P515-LE-CERTIFICADO THRU P515-LE-CERTIFICADO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATC-OK.
           IF WS-QTD-CERTIFICADOS EQUAL ZEROS THEN
               DISPLAY 'ALUNO SEM CERTIFICADO REGISTRADO.'
               END-DISPLAY
               GO TO P510-CONSULTA-FIM
           END-IF.
           DISPLAY '------------------------------------'
           END-DISPLAY.
           PERFORM P518-MOSTRA-CATEGORIA THRU P518-MOSTRA-CATEGORIA-FIM
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT > 99.
           DISPLAY 'HORAS CONCEDIDAS: ' WS-HORAS-CONCEDIDAS
                   ' DE ' WS-HORAS-EXIGIDAS ' EXIGIDAS PELO CURSO'
                   ' - PENDENTES DE ANALISE: ' WS-HORAS-PENDENTES
           END-DISPLAY.
       P510-CONSULTA-FIM.

       P515-LE-CERTIFICADO.
           READ ATVCOMPL NEXT RECORD
               AT END
                   SET WS-EOF-ATC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-ATC NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-ATC-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-CERTIFICADOS
                       PERFORM P517-MOSTRA-CERTIFICADO
                               THRU P517-MOSTRA-CERTIFICADO-FIM
                       EVALUATE TRUE
                           WHEN ST-ATIVIDADE-APROVADA
                               ADD QT-HORAS-CONCEDIDAS
                                   TO WS-HORAS-CONCEDIDAS
                               ADD QT-HORAS-CONCEDIDAS TO
                                   WS-TC-CONCEDIDAS (CD-CATEGORIA-ATC)
                           WHEN ST-ATIVIDADE-PENDENTE
                               ADD QT-HORAS-DECLARADAS
                                   TO WS-HORAS-PENDENTES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       P515-LE-CERTIFICADO-FIM.

       P517-MOSTRA-CERTIFICADO.
           DISPLAY 'CERTIFICADO ' NR-ATIVIDADE ' - CATEGORIA '
                   CD-CATEGORIA-ATC ' - ' DS-ATIVIDADE
           END-DISPLAY.
           DISPLAY '   DOCUMENTO ' DS-DOCUMENTO-ATC
                   ' - ENTREGUE EM ' DT-ENTREGA-ATC (7:2) '/'
                   DT-ENTREGA-ATC (5:2) '/' DT-ENTREGA-ATC (1:4)
           END-DISPLAY.
           DISPLAY '   DECLARADAS ' QT-HORAS-DECLARADAS
                   ' - CONCEDIDAS ' QT-HORAS-CONCEDIDAS
                   ' - SITUACAO ' ST-ATIVIDADE
           END-DISPLAY.
       P517-MOSTRA-CERTIFICADO-FIM.

      *LINHA DE USO DE UMA CATEGORIA COM HORAS CONCEDIDAS AO ALUNO.
       P518-MOSTRA-CATEGORIA.
           IF WS-TC-CONCEDIDAS (WS-IND-CAT) EQUAL ZEROS THEN
               GO TO P518-MOSTRA-CATEGORIA-FIM
           END-IF.
           MOVE WS-IND-CAT TO CD-CATEGORIA-ATV.
           READ CATATV
               INVALID KEY
                   MOVE SPACES TO DS-CATEGORIA-ATV
                   MOVE ZEROS  TO QT-TETO-CATEGORIA
           END-READ.
           DISPLAY 'CATEGORIA ' CD-CATEGORIA-ATV ' - '
                   DS-CATEGORIA-ATV ' - '
                   WS-TC-CONCEDIDAS (WS-IND-CAT)
                   ' HORAS (TETO ' QT-TETO-CATEGORIA ')'
           END-DISPLAY.
       P518-MOSTRA-CATEGORIA-FIM.
           EXIT.

      *ANALISE DOS CERTIFICADOS PENDENTES DO ALUNO, UM A UM. SO O
      *COORDENADOR DO CURSO (PELO VINCULO DE LOGIN) OU UM SUPERVISOR
      *PODE APROVAR OU RECUSAR. AS HORAS JA CONCEDIDAS POR CATEGORIA
      *SAO SOMADAS ANTES, PARA O TETO VALER SOBRE O TOTAL DO ALUNO.
       P550-APROVA.
           PERFORM P440-PEDE-ALUNO THRU P440-PEDE-ALUNO-FIM.
           IF NOT WS-LIBERADO-OK THEN
               GO TO P550-APROVA-FIM
           END-IF.
           PERFORM P505-LE-CURSO THRU P505-LE-CURSO-FIM.
           PERFORM P555-VERIFICA-COORDENADOR
                   THRU P555-VERIFICA-COORDENADOR-FIM.
           IF NOT WS-LIBERADO-OK THEN
               DISPLAY 'ANALISE PERMITIDA APENAS AO COORDENADOR DO '
                       'CURSO DO ALUNO OU A SUPERVISOR.'
               END-DISPLAY
               GO TO P550-APROVA-FIM
           END-IF.
           INITIALIZE WS-TAB-CATEGORIAS.
           SET WS-EOF-ATC-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-ATC.
           MOVE ZEROS       TO NR-ATIVIDADE.
           START ATVCOMPL KEY IS NOT LESS THAN CH-ATVCOMPL
               INVALID KEY
                   SET WS-EOF-ATC-OK TO TRUE
           END-START.
           PERFORM P552-SOMA-CATEGORIA THRU P552-SOMA-CATEGORIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATC-OK.
           MOVE ZEROS TO WS-QTD-ANALISADAS.
           SET WS-EOF-ATC-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-ATC.
           MOVE ZEROS       TO NR-ATIVIDADE.
           START ATVCOMPL KEY IS NOT LESS THAN CH-ATVCOMPL
               INVALID KEY
                   SET WS-EOF-ATC-OK TO TRUE
           END-START.
           PERFORM P560-ANALISA THRU P560-ANALISA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATC-OK.
           DISPLAY 'CERTIFICADOS ANALISADOS: ' WS-QTD-ANALISADAS
           END-DISPLAY.
       P550-APROVA-FIM.

       P552-SOMA-CATEGORIA.
           READ ATVCOMPL NEXT RECORD
               AT END
                   SET WS-EOF-ATC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-ATC NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-ATC-OK TO TRUE
                   ELSE
                       IF ST-ATIVIDADE-APROVADA THEN
                           ADD QT-HORAS-CONCEDIDAS TO
                               WS-TC-CONCEDIDAS (CD-CATEGORIA-ATC)
                       END-IF
                   END-IF
           END-READ.
       P552-SOMA-CATEGORIA-FIM.

       P555-VERIFICA-COORDENADOR.
           SET WS-LIBERADO-OK TO FALSE.
           IF WS-COM-NIVEL EQUAL 2 THEN
               SET WS-LIBERADO-OK TO TRUE
               GO TO P555-VERIFICA-COORDENADOR-FIM
           END-IF.
           IF WS-ID-COORDENADOR EQUAL ZEROS THEN
               GO TO P555-VERIFICA-COORDENADOR-FIM
           END-IF.
           MOVE WS-ID-COORDENADOR TO ID-PROFESSOR.
           READ PROFESSOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ID-OPERADOR-PROFESSOR EQUAL WS-COM-OPERADOR
                      AND ID-OPERADOR-PROFESSOR NOT EQUAL SPACES THEN
                       SET WS-LIBERADO-OK TO TRUE
                   END-IF
           END-READ.
       P555-VERIFICA-COORDENADOR-FIM.
           EXIT.

       P560-ANALISA.
           READ ATVCOMPL NEXT RECORD
               AT END
                   SET WS-EOF-ATC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-ATC NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-ATC-OK TO TRUE
                   ELSE
                       IF ST-ATIVIDADE-PENDENTE THEN
                           PERFORM P565-DECIDE THRU P565-DECIDE-FIM
                       END-IF
                   END-IF
           END-READ.
       P560-ANALISA-FIM.

      *NA APROVACAO AS HORAS CONCEDIDAS SAO AS INFORMADAS PELO
      *COORDENADOR (<ENTER> = AS DECLARADAS), NUNCA ACIMA DAS
      *DECLARADAS, E CORTADAS NO SALDO DO TETO DA CATEGORIA.
       P565-DECIDE.
           PERFORM P517-MOSTRA-CERTIFICADO
                   THRU P517-MOSTRA-CERTIFICADO-FIM.
           MOVE CD-CATEGORIA-ATC TO CD-CATEGORIA-ATV.
           READ CATATV
               INVALID KEY
                   MOVE ZEROS TO QT-TETO-CATEGORIA
           END-READ.
           MOVE 99999 TO WS-QT-SALDO.
           IF QT-TETO-CATEGORIA IS GREATER THAN ZEROS THEN
               MOVE ZEROS TO WS-QT-SALDO
               IF QT-TETO-CATEGORIA IS GREATER THAN
                  WS-TC-CONCEDIDAS (CD-CATEGORIA-ATC) THEN
                   COMPUTE WS-QT-SALDO = QT-TETO-CATEGORIA -
                           WS-TC-CONCEDIDAS (CD-CATEGORIA-ATC)
                   END-COMPUTE
               END-IF
               DISPLAY '   TETO DA CATEGORIA ' QT-TETO-CATEGORIA
                       ' - SALDO DO ALUNO ' WS-QT-SALDO
               END-DISPLAY
           END-IF.
           DISPLAY 'A=APROVAR R=RECUSAR <ENTER>=DEIXAR PENDENTE: '
           END-DISPLAY.
           MOVE SPACES TO WS-DECISAO.
           ACCEPT WS-DECISAO
           END-ACCEPT.
           IF WS-DECISAO NOT EQUAL 'A' AND
              WS-DECISAO NOT EQUAL 'R' THEN
               GO TO P565-DECIDE-FIM
           END-IF.
           MOVE ZEROS TO QT-HORAS-CONCEDIDAS.
           IF WS-DECISAO EQUAL 'A' THEN
               DISPLAY 'HORAS CONCEDIDAS (<ENTER> = DECLARADAS): '
               END-DISPLAY
               MOVE ZEROS TO WS-QT-HORAS
               ACCEPT WS-QT-HORAS
               END-ACCEPT
               IF WS-QT-HORAS EQUAL ZEROS OR
                  WS-QT-HORAS IS GREATER THAN QT-HORAS-DECLARADAS
                  THEN
                   MOVE QT-HORAS-DECLARADAS TO WS-QT-HORAS
               END-IF
               IF WS-QT-HORAS IS GREATER THAN WS-QT-SALDO THEN
                   MOVE WS-QT-SALDO TO WS-QT-HORAS
                   DISPLAY '   HORAS LIMITADAS AO TETO DA CATEGORIA: '
                           WS-QT-HORAS
                   END-DISPLAY
               END-IF
               MOVE WS-QT-HORAS TO QT-HORAS-CONCEDIDAS
               ADD WS-QT-HORAS TO WS-TC-CONCEDIDAS (CD-CATEGORIA-ATC)
           END-IF.
           MOVE WS-DECISAO      TO ST-ATIVIDADE.
           MOVE WS-DH-DATA      TO DT-ANALISE-ATC.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-ANALISE.
           REWRITE REG-ATVCOMPL
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CERTIFICADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ANALISADAS
           END-REWRITE.
       P565-DECIDE-FIM.
           EXIT.

      *INCLUI UMA CATEGORIA NOVA OU ALTERA A DESCRICAO E O TETO DE UMA
      *JA CADASTRADA. O NOVO TETO SO VALE PARA AS PROXIMAS ANALISES.
       P570-MANTEM-CATEGORIA.
           DISPLAY 'CODIGO DA CATEGORIA (01-99)............: '
           END-DISPLAY.
           ACCEPT WS-CD-CATEGORIA
           END-ACCEPT.
           IF WS-CD-CATEGORIA EQUAL ZEROS THEN
               DISPLAY 'CATEGORIA INVALIDA.'
               END-DISPLAY
               GO TO P570-MANTEM-CATEGORIA-FIM
           END-IF.
           SET WS-LIBERADO-OK TO TRUE.
           MOVE WS-CD-CATEGORIA TO CD-CATEGORIA-ATV.
           READ CATATV
               INVALID KEY
                   SET WS-LIBERADO-OK TO FALSE
                   INITIALIZE REG-CATATV
                       REPLACING NUMERIC       BY ZEROES
                                 ALPHANUMERIC  BY SPACES
                   MOVE WS-CD-CATEGORIA TO CD-CATEGORIA-ATV
               NOT INVALID KEY
                   DISPLAY 'ATUAL: ' DS-CATEGORIA-ATV ' - TETO '
                           QT-TETO-CATEGORIA
                   END-DISPLAY
           END-READ.
           DISPLAY 'DESCRICAO DA CATEGORIA.................: '
           END-DISPLAY.
           ACCEPT DS-CATEGORIA-ATV
           END-ACCEPT.
           DISPLAY 'TETO DE HORAS POR ALUNO (0 = SEM TETO).: '
           END-DISPLAY.
           ACCEPT QT-TETO-CATEGORIA
           END-ACCEPT.
           IF WS-LIBERADO-OK THEN
               REWRITE REG-CATATV
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR A CATEGORIA.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'CATEGORIA ALTERADA COM SUCESSO.'
                       END-DISPLAY
               END-REWRITE
           ELSE
               WRITE REG-CATATV
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A CATEGORIA.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'CATEGORIA CADASTRADA COM SUCESSO.'
                       END-DISPLAY
               END-WRITE
           END-IF.
       P570-MANTEM-CATEGORIA-FIM.
           EXIT.

       P580-LISTA-CATEGORIAS.
           SET WS-EOF-CAT-OK TO FALSE.
           MOVE ZEROS TO CD-CATEGORIA-ATV.
           START CATATV KEY IS NOT LESS THAN CD-CATEGORIA-ATV
               INVALID KEY
                   DISPLAY 'NENHUMA CATEGORIA CADASTRADA.'
                   END-DISPLAY
                   SET WS-EOF-CAT-OK TO TRUE
           END-START.
           PERFORM P585-LE-CATEGORIA THRU P585-LE-CATEGORIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-CAT-OK.
       P580-LISTA-CATEGORIAS-FIM.

       P585-LE-CATEGORIA.
           READ CATATV NEXT RECORD
               AT END
                   SET WS-EOF-CAT-OK TO TRUE
               NOT AT END
                   DISPLAY 'CATEGORIA ' CD-CATEGORIA-ATV ' - '
                           DS-CATEGORIA-ATV ' - TETO '
                           QT-TETO-CATEGORIA ' HORAS'
                   END-DISPLAY
           END-READ.
       P585-LE-CATEGORIA-FIM.

       P420-FECHA-ARQ.
           CLOSE ALUNOS.
           CLOSE PROFESSOR.
           CLOSE CURSO.
           CLOSE CATATV.
           CLOSE ATVCOMPL.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS: ' WS-FS-A
                   ' - PROFESSOR: ' WS-FS-P
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTATCMAN.
