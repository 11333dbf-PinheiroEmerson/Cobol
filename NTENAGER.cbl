      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      19/06/2023.
      * Purpose:   LISTA DE HABILITADOS AO ENADE - LOTE ANUAL QUE, PARA
      *            O ANO DO EXAME (PARAMETRO ENADE-ANO, PADRAO O ANO
      *            CORRENTE), PERCORRE OS ALUNOS ATIVOS DOS CURSOS
      *            CONVOCADOS NO ANO (ENADECUR.DAT, CFPK0074) E
      *            SELECIONA OS INGRESSANTES (AA-INGRESSO IGUAL AO ANO
      *            DO EXAME) E OS CONCLUINTES (HORAS DA GRADE DO ALUNO
      *            JA CUMPRIDAS, PELO PGGRADE, PELA CARGA CH-HORAS DAS
      *            MATERIAS E PELAS APROVACOES EM ALUTODOS VIA
      *            PGAPROVA, EM PERCENTUAL IGUAL OU SUPERIOR AO
      *            PARAMETRO ENADE-PC-CONCLUINTE, PADRAO 80). CADA
      *            HABILITADO E GRAVADO COMO INSCRITO EM ENADE.DAT
      *            (CFPK0075; QUEM JA TEM O ANO GRAVADO MANTEM A
      *            SITUACAO) E SAI NO ARQUIVO DE INSCRICAO ENADEINS.TXT
      *            EM LAYOUT FIXO (REGISTRO TIPO 1 POR ALUNO E TIPO 9
      *            COM OS TOTAIS DE CONTROLE). RODA SEM PERGUNTAR NADA
      *            AO OPERADOR, PODENDO SER AGENDADO NO NTAGNMAN; SEM
      *            CURSO CONVOCADO NO ANO DEVOLVE 4. REGISTRO NO LOG
      *            DE JOBS (PGJOBLOG).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTENAGER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT ENADECUR
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ENADECUR
           FILE  STATUS IS WS-FS-ECR.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT ENADE
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-ENADE
           ALTERNATE RECORD KEY IS ID-ALUNO-ENA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ENA.

           SELECT INSCRICAO
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-INS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  ENADECUR.
           COPY CFPK0074.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  ENADE.
           COPY CFPK0075.

       FD  INSCRICAO.
       01  REG-INSCRICAO               PIC X(100).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 FILLER                   PIC X(17).

      *REGISTRO TIPO 1 (ALUNO HABILITADO) DO ARQUIVO DE INSCRICAO.
       01  WS-INSCRICAO-ALUNO.
           03 WS-I1-TIPO               PIC X(01).
           03 WS-I1-AA-ENADE           PIC 9(04).
           03 WS-I1-ID-CURSO           PIC 9(02).
           03 WS-I1-ID-ALUNO           PIC 9(05).
           03 WS-I1-NM-ALUNO           PIC X(20).
           03 WS-I1-CPF                PIC 9(11).
           03 WS-I1-NASCIMENTO         PIC 9(08).
           03 WS-I1-TP-ENADE           PIC X(01).
           03 WS-I1-AA-INGRESSO        PIC 9(04).
           03 WS-I1-PC-INTEGRALIZADO   PIC 9(03).
           03 WS-I1-HORAS-CUMPRIDAS    PIC 9(05).
           03 WS-I1-HORAS-EXIGIDAS     PIC 9(05).
           03 FILLER                   PIC X(31).

      *REGISTRO TIPO 9 (TOTAIS DE CONTROLE) DO ARQUIVO DE INSCRICAO.
       01  WS-INSCRICAO-TOTAIS.
           03 WS-I9-TIPO               PIC X(01).
           03 WS-I9-AA-ENADE           PIC 9(04).
           03 WS-I9-QTD-CURSOS         PIC 9(06).
           03 WS-I9-QTD-INGRESSANTES   PIC 9(06).
           03 WS-I9-QTD-CONCLUINTES    PIC 9(06).
           03 WS-I9-QTD-TOTAL          PIC 9(06).
           03 FILLER                   PIC X(71).

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *ANO DO EXAME E PERCENTUAL MINIMO DA GRADE PARA CONCLUINTE.
       77  WS-AA-ENADE                 PIC 9(04) VALUE ZEROS.
       77  WS-PC-CONCLUINTE            PIC 9(03) VALUE 80.

      *CURSOS CONVOCADOS NO ANO DO EXAME (CARREGADOS DE ENADECUR).
       01  WS-TAB-CURSOS.
           03 WS-TC-ID-CURSO           PIC 9(02) OCCURS 99 TIMES.
       77  WS-QT-CURSOS-TAB            PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-CURSO             PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(02) VALUE ZEROS.

      *AREA DA ROTINA DE RESOLUCAO DE GRADE (PGGRADE): DEVOLVE A
      *GRADE APLICAVEL AO PAR (CURSO, ANO DE INGRESSO).
       01  WS-PARM-GRADE.
           03 WS-GR-ID-CURSO           PIC 9(02).
           03 WS-GR-AA-INGRESSO        PIC 9(04).
           03 WS-GR-QT-MATERIAS        PIC 9(02).
           03 WS-GR-GRADE              OCCURS 20 TIMES.
               05 WS-GR-ID-MATERIA     PIC 9(05).
           03 WS-GR-AA-VIGENCIA        PIC 9(04).
       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.

      *AREA DO TESTE DE APROVACAO (PGAPROVA), QUE TAMBEM HONRA AS
      *EQUIVALENCIAS ENTRE MATERIAS (EQUIVALE.DAT/NTEQVMAN).
       01  WS-PARM-APROVA.
           03 WS-AP-ID-ALUNO           PIC 9(05).
           03 WS-AP-ID-MATERIA         PIC 9(05).
           03 WS-AP-APROVADO           PIC X(01).
               88 WS-AP-APROVADO-SIM   VALUE 'S' FALSE 'N'.

      *HORAS DA GRADE DO ALUNO, PELA CARGA HORARIA DAS MATERIAS
      *(CH-HORAS DE CFPK0002, LIDA DA PRIMEIRA OFERTA DA MATERIA).
       77  WS-ID-ALUNO-ATUAL           PIC 9(05) VALUE ZEROS.
       77  WS-ID-MATERIA-GRADE         PIC 9(05) VALUE ZEROS.
       77  WS-HORAS-MATERIA            PIC 9(03) VALUE ZEROS.
       77  WS-HORAS-EXIGIDAS           PIC 9(05) VALUE ZEROS.
       77  WS-HORAS-CUMPRIDAS          PIC 9(05) VALUE ZEROS.
       77  WS-PC-INTEGRALIZADO         PIC 9(03) VALUE ZEROS.
       77  WS-TP-ENADE                 PIC X(01) VALUE SPACE.
           88 WS-TP-INGRESSANTE        VALUE 'I'.
           88 WS-TP-CONCLUINTE         VALUE 'C'.

      *TOTAIS DE CONTROLE.
       77  WS-QTD-ALUNOS               PIC 9(06) VALUE ZEROS.
       77  WS-QTD-INGRESSANTES         PIC 9(06) VALUE ZEROS.
       77  WS-QTD-CONCLUINTES          PIC 9(06) VALUE ZEROS.
       77  WS-QTD-INSCRITOS            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-JA-INSCRITOS         PIC 9(06) VALUE ZEROS.
       77  WS-QTD-NAO-HABILITADOS      PIC 9(06) VALUE ZEROS.

      *CONVOCACOES E CARGA HORARIA SAO OPCIONAIS; O READ MUDA O FILE
      *STATUS, POR ISSO A ABERTURA FICA GUARDADA A PARTE.
       77  WS-ECR-ABERTO               PIC X.
           88 WS-ECR-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77  WS-MAT-ABERTO               PIC X.
           88 WS-MAT-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77  WS-EOF-ALUNOS               PIC X.
           88 WS-EOF-ALUNOS-OK         VALUE 'S' FALSE 'N'.
       77  WS-EOF-ECR                  PIC X.
           88 WS-EOF-ECR-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-ECR                   PIC 99.
           88 WS-FS-ECR-OK             VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-ENA                   PIC 99.
           88 WS-FS-ENA-OK             VALUE 0.
       77  WS-FS-INS                   PIC 99.
           88 WS-FS-INS-OK             VALUE 0.

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTENAGER'.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'CONCLUIDO'.
       01  WS-DH-INICIO-JOB            PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DH-INICIO-JOB.
           03 WS-DH-INICIO-14          PIC 9(14).
           03 FILLER                   PIC X(07).

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
           INITIALIZE WS-FS-A WS-FS-ECR WS-FS-M WS-FS-ENA WS-FS-INS
                      WS-INSCRICAO-ALUNO WS-INSCRICAO-TOTAIS
                      WS-TAB-CURSOS WS-QT-CURSOS-TAB WS-INDICE-CURSO
                      WS-INDICE-ACHADO WS-INDICE WS-ID-ALUNO-ATUAL
                      WS-ID-MATERIA-GRADE WS-HORAS-MATERIA
                      WS-HORAS-EXIGIDAS WS-HORAS-CUMPRIDAS
                      WS-PC-INTEGRALIZADO WS-TP-ENADE WS-QTD-ALUNOS
                      WS-QTD-INGRESSANTES WS-QTD-CONCLUINTES
                      WS-QTD-INSCRITOS WS-QTD-JA-INSCRITOS
                      WS-QTD-NAO-HABILITADOS WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-ALUNOS-OK        TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-DH-INICIO-JOB.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P050-LE-PARAMETROS  THRU P050-LE-PARAMETROS-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *ANO DO EXAME (PADRAO O ANO CORRENTE) E PERCENTUAL MINIMO DA
      *GRADE CUMPRIDO PARA O ALUNO SER HABILITADO COMO CONCLUINTE.
       P050-LE-PARAMETROS.
           MOVE 'ENADE-ANO'            TO WS-PL-NOME.
           MOVE WS-DH-ANO              TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-AA-ENADE.
           IF WS-AA-ENADE EQUAL ZEROS THEN
               MOVE WS-DH-ANO TO WS-AA-ENADE
           END-IF.
           MOVE 'ENADE-PC-CONCLUINTE'  TO WS-PL-NOME.
           MOVE 80                     TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-PC-CONCLUINTE.
           IF WS-PC-CONCLUINTE EQUAL ZEROS OR
              WS-PC-CONCLUINTE IS GREATER THAN 100 THEN
               MOVE 80 TO WS-PC-CONCLUINTE
           END-IF.
       P050-LE-PARAMETROS-FIM.

      *MONTA OS CAMINHOS DOS MESTRES, DA SITUACAO NO ENADE E DO
      *ARQUIVO DE INSCRICAO A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ENADECUR.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ENADE.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ENADEINS.TXT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *SEM O CADASTRO DE CONVOCACOES NAO HA CURSO NO ANO (AVISO).
           OPEN INPUT ENADECUR.
           IF WS-FS-ECR-OK THEN
               SET WS-ECR-ABERTO-OK TO TRUE
           ELSE
               SET WS-ECR-ABERTO-OK TO FALSE
           END-IF.
      *CARGA HORARIA SO CONSULTADA; SEM O ARQUIVO, CONTA ZERO HORAS.
           OPEN INPUT MATERIAS.
           IF WS-FS-M-OK THEN
               SET WS-MAT-ABERTO-OK TO TRUE
           ELSE
               SET WS-MAT-ABERTO-OK TO FALSE
           END-IF.
           OPEN I-O ENADE.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-ENA-OK THEN
               OPEN OUTPUT ENADE
               CLOSE ENADE
               OPEN I-O ENADE
           END-IF.
           OPEN OUTPUT INSCRICAO.
           IF NOT WS-FS-INS-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P300-CARREGA-CURSOS THRU P300-CARREGA-CURSOS-FIM.
           IF WS-QT-CURSOS-TAB EQUAL ZEROS THEN
               DISPLAY 'NENHUM CURSO CONVOCADO PARA O ENADE '
                       WS-AA-ENADE '. CADASTRE OS CURSOS NO NTENAMAN.'
               END-DISPLAY
               MOVE 4 TO RETURN-CODE
               MOVE 'AVISO' TO WS-JL-STATUS
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P410-LE-ALUNO THRU P410-LE-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ALUNOS-OK.
           PERFORM P600-GRAVA-TOTAIS THRU P600-GRAVA-TOTAIS-FIM.
           DISPLAY '===== ENADE ' WS-AA-ENADE
                   ' - TOTAIS DE CONTROLE ====='
           END-DISPLAY.
           DISPLAY 'CURSOS CONVOCADOS........: ' WS-QT-CURSOS-TAB
           END-DISPLAY.
           DISPLAY 'ALUNOS DOS CURSOS........: ' WS-QTD-ALUNOS
           END-DISPLAY.
           DISPLAY 'INGRESSANTES HABILITADOS.: ' WS-QTD-INGRESSANTES
           END-DISPLAY.
           DISPLAY 'CONCLUINTES HABILITADOS..: ' WS-QTD-CONCLUINTES
           END-DISPLAY.
           DISPLAY 'NOVAS INSCRICOES.........: ' WS-QTD-INSCRITOS
           END-DISPLAY.
           DISPLAY 'JA INSCRITOS NO ANO......: ' WS-QTD-JA-INSCRITOS
           END-DISPLAY.
           DISPLAY 'NAO HABILITADOS..........: '
                   WS-QTD-NAO-HABILITADOS
           END-DISPLAY.
           DISPLAY 'PERCENTUAL CONCLUINTE....: ' WS-PC-CONCLUINTE
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *CARREGA OS CURSOS CONVOCADOS NO ANO DO EXAME (A CHAVE DE
      *ENADECUR COMECA PELO ANO).
       P300-CARREGA-CURSOS.
           IF NOT WS-ECR-ABERTO-OK THEN
               GO TO P300-CARREGA-CURSOS-FIM
           END-IF.
           SET WS-EOF-ECR-OK TO FALSE.
           MOVE WS-AA-ENADE TO AA-ENADE-ECR.
           MOVE ZEROS       TO ID-CURSO-ECR.
           START ENADECUR KEY IS NOT LESS THAN CH-ENADECUR
               INVALID KEY
                   SET WS-EOF-ECR-OK TO TRUE
           END-START.
           PERFORM P305-LE-CURSO THRU P305-LE-CURSO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ECR-OK.
       P300-CARREGA-CURSOS-FIM.
           EXIT.

       P305-LE-CURSO.
           READ ENADECUR NEXT RECORD
               AT END
                   SET WS-EOF-ECR-OK TO TRUE
               NOT AT END
                   IF AA-ENADE-ECR NOT EQUAL WS-AA-ENADE OR
                      WS-QT-CURSOS-TAB EQUAL 99 THEN
                       SET WS-EOF-ECR-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QT-CURSOS-TAB
                       MOVE ID-CURSO-ECR
                            TO WS-TC-ID-CURSO (WS-QT-CURSOS-TAB)
                   END-IF
           END-READ.
       P305-LE-CURSO-FIM.

      *SO O ALUNO ATIVO (REGISTRO ANTIGO COM O CAMPO EM BRANCO CONTA
      *COMO ATIVO) DE CURSO CONVOCADO NO ANO E AVALIADO.
       P410-LE-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-ALUNOS-OK TO TRUE
               NOT AT END
                   IF ST-ALUNO-ATIVO OR ST-ALUNO EQUAL SPACES THEN
                       PERFORM P420-VERIFICA-CURSO
                               THRU P420-VERIFICA-CURSO-FIM
                       IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
                           ADD 1 TO WS-QTD-ALUNOS
                           PERFORM P440-AVALIA-ALUNO
                                   THRU P440-AVALIA-ALUNO-FIM
                       END-IF
                   END-IF
           END-READ.
       P410-LE-ALUNO-FIM.

       P420-VERIFICA-CURSO.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           IF ID-CURSO OF REG-ALUNO EQUAL ZEROS THEN
               GO TO P420-VERIFICA-CURSO-FIM
           END-IF.
           PERFORM P425-COMPARA-CURSO THRU P425-COMPARA-CURSO-FIM
                   VARYING WS-INDICE-CURSO FROM 1 BY 1
                   UNTIL WS-INDICE-CURSO > WS-QT-CURSOS-TAB
                      OR WS-INDICE-ACHADO IS GREATER THAN ZEROS.
       P420-VERIFICA-CURSO-FIM.
           EXIT.

       P425-COMPARA-CURSO.
           IF WS-TC-ID-CURSO (WS-INDICE-CURSO) EQUAL
                  ID-CURSO OF REG-ALUNO THEN
               MOVE WS-INDICE-CURSO TO WS-INDICE-ACHADO
           END-IF.
       P425-COMPARA-CURSO-FIM.

      *INGRESSANTE: INGRESSO NO ANO DO EXAME. CONCLUINTE: HORAS DA
      *GRADE CUMPRIDAS NO PERCENTUAL MINIMO. OS DEMAIS FICAM FORA.
       P440-AVALIA-ALUNO.
           MOVE ID-ALUNO OF REG-ALUNO TO WS-ID-ALUNO-ATUAL.
           MOVE ZEROS TO WS-HORAS-EXIGIDAS.
           MOVE ZEROS TO WS-HORAS-CUMPRIDAS.
           MOVE ZEROS TO WS-PC-INTEGRALIZADO.
           MOVE SPACE TO WS-TP-ENADE.
           MOVE ID-CURSO OF REG-ALUNO TO WS-GR-ID-CURSO.
           MOVE AA-INGRESSO TO WS-GR-AA-INGRESSO.
           CALL 'PGGRADE' USING WS-PARM-GRADE.
           PERFORM P450-HORAS-MATERIA THRU P450-HORAS-MATERIA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-GR-QT-MATERIAS.
           IF WS-HORAS-EXIGIDAS IS GREATER THAN ZEROS THEN
               COMPUTE WS-PC-INTEGRALIZADO =
                       WS-HORAS-CUMPRIDAS * 100 / WS-HORAS-EXIGIDAS
               END-COMPUTE
           END-IF.
           IF AA-INGRESSO EQUAL WS-AA-ENADE THEN
               SET WS-TP-INGRESSANTE TO TRUE
               ADD 1 TO WS-QTD-INGRESSANTES
           ELSE
               IF WS-HORAS-EXIGIDAS IS GREATER THAN ZEROS AND
                  WS-PC-INTEGRALIZADO IS NOT LESS THAN
                      WS-PC-CONCLUINTE THEN
                   SET WS-TP-CONCLUINTE TO TRUE
                   ADD 1 TO WS-QTD-CONCLUINTES
               END-IF
           END-IF.
           IF WS-TP-ENADE EQUAL SPACE THEN
               ADD 1 TO WS-QTD-NAO-HABILITADOS
               GO TO P440-AVALIA-ALUNO-FIM
           END-IF.
           PERFORM P500-GRAVA-SITUACAO THRU P500-GRAVA-SITUACAO-FIM.
           PERFORM P510-GRAVA-INSCRICAO THRU P510-GRAVA-INSCRICAO-FIM.
       P440-AVALIA-ALUNO-FIM.
           EXIT.

      *SOMA A CARGA HORARIA DA MATERIA DA GRADE NAS HORAS EXIGIDAS
      *E, QUANDO APROVADA, NAS CUMPRIDAS (MESMA REGRA DO NTCURAUD).
       P450-HORAS-MATERIA.
           MOVE WS-GR-ID-MATERIA (WS-INDICE) TO WS-ID-MATERIA-GRADE.
           IF WS-ID-MATERIA-GRADE EQUAL ZEROS THEN
               GO TO P450-HORAS-MATERIA-FIM
           END-IF.
           MOVE ZEROS TO WS-HORAS-MATERIA.
           IF WS-MAT-ABERTO-OK THEN
               MOVE WS-ID-MATERIA-GRADE TO ID-MATERIA OF REG-MATERIA
               MOVE ZEROS TO AS-ANO      OF REG-MATERIA
               MOVE ZEROS TO AS-SEMESTRE OF REG-MATERIA
               START MATERIAS KEY IS NOT LESS THAN CH-MATERIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MATERIAS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ID-MATERIA OF REG-MATERIA EQUAL
                                      WS-ID-MATERIA-GRADE THEN
                                   MOVE CH-HORAS TO WS-HORAS-MATERIA
                               END-IF
                       END-READ
               END-START
           END-IF.
           ADD WS-HORAS-MATERIA TO WS-HORAS-EXIGIDAS.
           MOVE WS-ID-ALUNO-ATUAL   TO WS-AP-ID-ALUNO.
           MOVE WS-ID-MATERIA-GRADE TO WS-AP-ID-MATERIA.
           CALL 'PGAPROVA' USING WS-PARM-APROVA.
           IF WS-AP-APROVADO-SIM THEN
               ADD WS-HORAS-MATERIA TO WS-HORAS-CUMPRIDAS
           END-IF.
       P450-HORAS-MATERIA-FIM.
           EXIT.

      *GRAVA O ALUNO COMO INSCRITO NO ANO. QUEM JA TEM O ANO GRAVADO
      *(REEXECUCAO DO LOTE) MANTEM A SITUACAO JA REGISTRADA.
       P500-GRAVA-SITUACAO.
           INITIALIZE REG-ENADE
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-AA-ENADE           TO AA-ENADE-ENA.
           MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-ENA.
           MOVE ID-CURSO OF REG-ALUNO TO ID-CURSO-ENA.
           MOVE WS-TP-ENADE           TO TP-ENADE-ENA.
           MOVE WS-HORAS-CUMPRIDAS    TO QT-HORAS-CUMPRIDAS-ENA.
           MOVE WS-HORAS-EXIGIDAS     TO QT-HORAS-EXIGIDAS-ENA.
           MOVE WS-PC-INTEGRALIZADO   TO PC-INTEGRALIZADO-ENA.
           SET ST-ENADE-INSCRITO      TO TRUE.
           MOVE WS-DH-DATA            TO DT-INSCRICAO-ENA.
           MOVE WS-DH-DATA            TO DT-SITUACAO-ENA.
           MOVE WS-COM-OPERADOR       TO ID-OPERADOR-ENA.
           WRITE REG-ENADE
               INVALID KEY
                   ADD 1 TO WS-QTD-JA-INSCRITOS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-INSCRITOS
           END-WRITE.
       P500-GRAVA-SITUACAO-FIM.

       P510-GRAVA-INSCRICAO.
           MOVE SPACES                TO WS-INSCRICAO-ALUNO.
           MOVE '1'                   TO WS-I1-TIPO.
           MOVE WS-AA-ENADE           TO WS-I1-AA-ENADE.
           MOVE ID-CURSO OF REG-ALUNO TO WS-I1-ID-CURSO.
           MOVE WS-ID-ALUNO-ATUAL     TO WS-I1-ID-ALUNO.
           MOVE NM-ALUNO OF REG-ALUNO TO WS-I1-NM-ALUNO.
           MOVE CPF-ALUNO             TO WS-I1-CPF.
           MOVE DT-NASC-ALUNO         TO WS-I1-NASCIMENTO.
           MOVE WS-TP-ENADE           TO WS-I1-TP-ENADE.
           MOVE AA-INGRESSO           TO WS-I1-AA-INGRESSO.
           MOVE WS-PC-INTEGRALIZADO   TO WS-I1-PC-INTEGRALIZADO.
           MOVE WS-HORAS-CUMPRIDAS    TO WS-I1-HORAS-CUMPRIDAS.
           MOVE WS-HORAS-EXIGIDAS     TO WS-I1-HORAS-EXIGIDAS.
           MOVE WS-INSCRICAO-ALUNO    TO REG-INSCRICAO.
           WRITE REG-INSCRICAO
           END-WRITE.
       P510-GRAVA-INSCRICAO-FIM.

      *REGISTRO TIPO 9 COM OS TOTAIS DE CONTROLE DO ARQUIVO.
       P600-GRAVA-TOTAIS.
           MOVE SPACES              TO WS-INSCRICAO-TOTAIS.
           MOVE '9'                 TO WS-I9-TIPO.
           MOVE WS-AA-ENADE         TO WS-I9-AA-ENADE.
           MOVE WS-QT-CURSOS-TAB    TO WS-I9-QTD-CURSOS.
           MOVE WS-QTD-INGRESSANTES TO WS-I9-QTD-INGRESSANTES.
           MOVE WS-QTD-CONCLUINTES  TO WS-I9-QTD-CONCLUINTES.
           COMPUTE WS-I9-QTD-TOTAL =
                   WS-QTD-INGRESSANTES + WS-QTD-CONCLUINTES
           END-COMPUTE.
           MOVE WS-INSCRICAO-TOTAIS TO REG-INSCRICAO.
           WRITE REG-INSCRICAO
           END-WRITE.
       P600-GRAVA-TOTAIS-FIM.

       P420-FECHA-ARQ.
           CLOSE ALUNOS.
           IF WS-ECR-ABERTO-OK THEN
               CLOSE ENADECUR
           END-IF.
           IF WS-MAT-ABERTO-OK THEN
               CLOSE MATERIAS
           END-IF.
           CLOSE ENADE.
           CLOSE INSCRICAO.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS ENADEINS..: ' WS-FS-INS
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-DH-INICIO-14  TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR  TO WS-JL-OPERADOR.
           MOVE WS-QTD-ALUNOS    TO WS-JL-QTD-LIDOS.
           COMPUTE WS-JL-QTD-GRAVADOS =
                   WS-QTD-INGRESSANTES + WS-QTD-CONCLUINTES
           END-COMPUTE.
           MOVE WS-QTD-NAO-HABILITADOS TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTENAGER.
