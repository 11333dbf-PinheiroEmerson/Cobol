      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    24/04/2023 - A SALA DA TURMA PASSA A SER CONFERIDA NO
      *            CADASTRO DE SALAS (SALAS.DAT, NTSALMAN): SALA
      *            INEXISTENTE OU INATIVA E RECUSADA, E OFERTA COM
      *            MX-VAGAS ACIMA DA CAPACIDADE DA SALA E APONTADA.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO (INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX). A LISTA DE CLASSE POSICIONA
      *            NA OFERTA PELA CHAVE NOVA E LE SO AS MATRICULAS DELA;
      *            A TURMA CONTINUA SENDO FILTRADA NA LEITURA.
      * Update:    19/09/2023 - A TURMA GRAVA A UNIDADE (CAMPUS) ONDE E
      *            DADA, PEDIDA NA INCLUSAO (ZERO = LOTACAO DO OPERADOR)
      *            E CONFERIDA PELA PGUNIDAD: SO UNIDADE ATIVA E
      *            AUTORIZADA PARA O OPERADOR. EXCLUSAO, LISTAGEM E
      *            LISTA DE CLASSE SO ALCANCAM TURMAS DE UNIDADES
      *            AUTORIZADAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT ALUNOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT SALAS
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CD-SALA
           FILE  STATUS IS WS-FS-S.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  SALAS.
           COPY CFPK0060.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
           03 WS-AS-SEMESTRE           PIC 9(01).

       77  WS-CD-TURMA                 PIC X(04) VALUE SPACES.
       77  WS-CD-UNIDADE-TURMA         PIC 9(02) VALUE ZEROS.

       77  WS-QTD-LISTADOS             PIC 9(03) VALUE ZEROS.

       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.
       77  WS-SALA-VALIDA              PIC X.
           88 WS-SALA-VALIDA-OK        VALUE 'S' FALSE 'N'.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD).
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).
               88 WS-UN-ATIVA-OK           VALUE 'S'.

       77  WS-FS-U                     PIC 99.
           88 WS-FS-U-OK               VALUE 0.
           88 WS-FS-R-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-S                     PIC 99.
           88 WS-FS-S-OK               VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-U WS-FS-R WS-FS-A WS-FS-M
                      WS-FS-S
                      WS-ID-MATERIA WS-ANO-SEMESTRE WS-CD-TURMA
                      WS-QTD-LISTADOS
               REPLACING NUMERIC       BY ZEROES
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DO CADASTRO DE TURMAS, DA MATRICULA, DO
      *CADASTRO DE ALUNOS, DAS OFERTAS E DO CADASTRO DE SALAS.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\TURMAS.DAT'    DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\SALAS.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
      *MATRICULA E ALUNOS SAO SO CONSULTADOS (LISTA DE CLASSE).
           OPEN INPUT MATRICULA.
           OPEN INPUT ALUNOS.
      *OFERTAS E SALAS SO SAO CONSULTADAS NA INCLUSAO DA TURMA.
           OPEN INPUT MATERIAS.
           OPEN INPUT SALAS.
           IF NOT WS-FS-S-OK THEN
               DISPLAY 'CADASTRO DE SALAS NAO ENCONTRADO; INCLUSAO '
                       'DE TURMAS BLOQUEADA.'
               END-DISPLAY
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           END-DISPLAY.
           ACCEPT SALA-TURMA
           END-ACCEPT.
           PERFORM P505-CONFERE-SALA THRU P505-CONFERE-SALA-FIM.
           IF NOT WS-SALA-VALIDA-OK THEN
               GO TO P500-INCLUI-FIM
           END-IF.
           DISPLAY 'TURNO (M/T/N)..........................: '
           END-DISPLAY.
           ACCEPT TURNO-TURMA
           END-ACCEPT.
           DISPLAY 'UNIDADE DA TURMA (ZERO = SUA LOTACAO)..: '
           END-DISPLAY.
           ACCEPT WS-CD-UNIDADE-TURMA
           END-ACCEPT.
           PERFORM P700-CONFERE-UNIDADE THRU P700-CONFERE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'UNIDADE NAO AUTORIZADA PARA O OPERADOR. '
                       'INCLUSAO CANCELADA.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           IF NOT WS-UN-ATIVA-OK THEN
               DISPLAY 'UNIDADE ' WS-UN-UNIDADE ' INATIVA. INCLUSAO '
                       'CANCELADA.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           MOVE WS-UN-UNIDADE TO CD-UNIDADE-TURMA.
           WRITE REG-TURMA
               INVALID KEY
                   DISPLAY 'TURMA JA CADASTRADA NESTA OFERTA.'
                   END-DISPLAY
           END-WRITE.
       P500-INCLUI-FIM.
           EXIT.

      *SO SALA ATIVA DO CADASTRO E ACEITA. OFERTA COM MAIS VAGAS DO
      *QUE LUGARES NA SALA E APONTADA, MAS A TURMA E GRAVADA. A
      *LEITURA DA SALA E DA OFERTA NAO MEXE NO REGISTRO DA TURMA,
      *QUE JA ESTA MONTADO PARA O WRITE.
       P505-CONFERE-SALA.
           SET WS-SALA-VALIDA-OK TO FALSE.
           IF NOT WS-FS-S-OK THEN
               DISPLAY 'CADASTRO DE SALAS NAO ENCONTRADO. INCLUSAO '
                       'CANCELADA.'
               END-DISPLAY
               GO TO P505-CONFERE-SALA-FIM
           END-IF.
           MOVE SALA-TURMA TO CD-SALA.
           READ SALAS
               INVALID KEY
                   DISPLAY 'SALA ' SALA-TURMA
                           ' NAO CADASTRADA (NTSALMAN). INCLUSAO '
                           'CANCELADA.'
                   END-DISPLAY
                   GO TO P505-CONFERE-SALA-FIM
           END-READ.
           IF ST-SALA-INATIVA THEN
               DISPLAY 'SALA ' SALA-TURMA ' INATIVA. INCLUSAO '
                       'CANCELADA.'
               END-DISPLAY
               GO TO P505-CONFERE-SALA-FIM
           END-IF.
           SET WS-SALA-VALIDA-OK TO TRUE.
           MOVE WS-ID-MATERIA   TO ID-MATERIA OF CH-MATERIA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   GO TO P505-CONFERE-SALA-FIM
           END-READ.
           IF MX-VAGAS IS GREATER THAN QT-CAPACIDADE THEN
               DISPLAY '** ATENCAO: OFERTA COM ' MX-VAGAS
                       ' VAGAS EM SALA DE ' QT-CAPACIDADE
                       ' LUGARES **'
               END-DISPLAY
           END-IF.
       P505-CONFERE-SALA-FIM.
           EXIT.

       P510-EXCLUI.
           PERFORM P440-PEDE-OFERTA THRU P440-PEDE-OFERTA-FIM.
           ACCEPT WS-CD-TURMA
           END-ACCEPT.
           PERFORM P450-MONTA-CHAVE THRU P450-MONTA-CHAVE-FIM.
           READ TURMAS
               INVALID KEY
                   DISPLAY 'TURMA NAO LOCALIZADA.'
                   END-DISPLAY
                   GO TO P510-EXCLUI-FIM
           END-READ.
           MOVE CD-UNIDADE-TURMA TO WS-CD-UNIDADE-TURMA.
           PERFORM P700-CONFERE-UNIDADE THRU P700-CONFERE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'TURMA DE UNIDADE NAO AUTORIZADA PARA O '
                       'OPERADOR.'
               END-DISPLAY
               GO TO P510-EXCLUI-FIM
           END-IF.
           DELETE TURMAS RECORD
               INVALID KEY
                   DISPLAY 'TURMA NAO LOCALIZADA.'
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       PERFORM P527-EXIBE-TURMA
                               THRU P527-EXIBE-TURMA-FIM
                   END-IF
           END-READ.
       P525-LE-TURMA-FIM.

      *TURMA DE UNIDADE NAO AUTORIZADA PARA O OPERADOR FICA FORA DA
      *LISTAGEM.
       P527-EXIBE-TURMA.
           MOVE CD-UNIDADE-TURMA TO WS-CD-UNIDADE-TURMA.
           PERFORM P700-CONFERE-UNIDADE THRU P700-CONFERE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               GO TO P527-EXIBE-TURMA-FIM
           END-IF.
           ADD 1 TO WS-QTD-LISTADOS.
           DISPLAY 'TURMA ' CD-TURMA
                   ' - SALA ' SALA-TURMA
                   ' - TURNO ' TURNO-TURMA
                   ' - UNIDADE ' WS-UN-UNIDADE
           END-DISPLAY.
       P527-EXIBE-TURMA-FIM.

      *LISTA DE CLASSE: ALUNOS DA TURMA PELA PROPRIA MATRICULA (QUE
      *AGORA GRAVA A TURMA), COM O NOME BUSCADO NO CADASTRO. O START
      *PELA CHAVE ALTERNADA CH-OFERTA-MATRICULA LEVA DIRETO A OFERTA;
      *SO AS MATRICULAS DELA SAO LIDAS, E A TURMA (FORA DA CHAVE) E
      *FILTRADA NA LEITURA.
       P600-LISTA-CLASSE.
           PERFORM P440-PEDE-OFERTA THRU P440-PEDE-OFERTA-FIM.
           DISPLAY 'CODIGO DA TURMA........................: '
           END-DISPLAY.
           ACCEPT WS-CD-TURMA
           END-ACCEPT.
      *TURMA FORA DO CADASTRO VALE COMO DA SEDE (UNIDADE 01).
           PERFORM P450-MONTA-CHAVE THRU P450-MONTA-CHAVE-FIM.
           READ TURMAS
               INVALID KEY
                   MOVE ZEROS TO CD-UNIDADE-TURMA
           END-READ.
           MOVE CD-UNIDADE-TURMA TO WS-CD-UNIDADE-TURMA.
           PERFORM P700-CONFERE-UNIDADE THRU P700-CONFERE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'TURMA DE UNIDADE NAO AUTORIZADA PARA O '
                       'OPERADOR.'
               END-DISPLAY
               GO TO P600-LISTA-CLASSE-FIM
           END-IF.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS EQUAL TO CH-OFERTA-MATRICULA
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA
                      OR ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       IF TURMA OF REG-MATRICULA EQUAL WS-CD-TURMA
                          AND ST-MATRICULA-ATIVA THEN
                           PERFORM P620-LISTA-ALUNO
                                   THRU P620-LISTA-ALUNO-FIM
                       END-IF
                   END-IF
           END-READ.
       P610-LE-MATRICULA-FIM.

       P620-LISTA-ALUNO.
           ADD 1 TO WS-QTD-LISTADOS.
           MOVE ID-ALUNO OF CH-MATRICULA TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO NM-ALUNO OF REG-ALUNO
           END-READ.
           DISPLAY 'ALUNO ' ID-ALUNO OF CH-MATRICULA
                   ' - ' NM-ALUNO OF REG-ALUNO
           END-DISPLAY.
       P620-LISTA-ALUNO-FIM.

      *CONFERE A UNIDADE WS-CD-UNIDADE-TURMA PARA O OPERADOR (ZERO OU
      *INVALIDA = LOTACAO NA INCLUSAO; NO REGISTRO GRAVADO, A SEDE).
       P700-CONFERE-UNIDADE.
           IF WS-CD-UNIDADE-TURMA IS NOT NUMERIC THEN
               MOVE ZEROS TO WS-CD-UNIDADE-TURMA
           END-IF.
           MOVE WS-COM-OPERADOR     TO WS-UN-OPERADOR.
           MOVE WS-CD-UNIDADE-TURMA TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF WS-CD-UNIDADE-TURMA EQUAL ZEROS THEN
               IF WS-OPCAO EQUAL '1' THEN
                   MOVE WS-UN-LOTACAO TO WS-UN-UNIDADE
               ELSE
                   MOVE 01            TO WS-UN-UNIDADE
               END-IF
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
           END-IF.
       P700-CONFERE-UNIDADE-FIM.

       P420-FECHA-ARQ.
           CLOSE TURMAS.
           CLOSE MATRICULA.
           CLOSE ALUNOS.
           CLOSE MATERIAS.
           CLOSE SALAS.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
