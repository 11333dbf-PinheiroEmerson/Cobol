      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    24/04/2023 - A SALA DO BLOCO PASSA A SER CONFERIDA NO
      *            CADASTRO DE SALAS (SALAS.DAT, NTSALMAN): SALA
      *            INEXISTENTE OU INATIVA E RECUSADA, E OFERTA COM
      *            MX-VAGAS ACIMA DA CAPACIDADE DA SALA E APONTADA.
      * Update:    08/05/2023 - O BLOCO NOVO DE OFERTA COM PROFESSOR
      *            ATRIBUIDO PRECISA CAIR NA DISPONIBILIDADE DO
      *            PROFESSOR E CABER NA SUA CARGA MAXIMA SEMANAL DO
      *            PERIODO (PGPRFCAR).
      * Update:    19/09/2023 - O BLOCO GRAVA A UNIDADE (CAMPUS) DA
      *            SALA, PEDIDA NA INCLUSAO (ZERO = LOTACAO DO OPERADOR)
      *            E CONFERIDA PELA PGUNIDAD: SO UNIDADE ATIVA E
      *            AUTORIZADA PARA O OPERADOR. A EXCLUSAO SO ALCANCA
      *            BLOCOS DE UNIDADES AUTORIZADAS E A GRADE DE UMA SALA
      *            PEDE TAMBEM A UNIDADE, JA QUE O MESMO CODIGO DE SALA
      *            PODE EXISTIR EM MAIS DE UM CAMPUS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT SALAS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CD-SALA
           FILE  STATUS IS WS-FS-S.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO.
       FD  MATERIAS.
           COPY CFPK0002.

       FD  SALAS.
           COPY CFPK0060.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
       77  WS-HR-INICIO                PIC 9(04) VALUE ZEROS.
       77  WS-HR-FIM                   PIC 9(04) VALUE ZEROS.
       77  WS-SALA                     PIC X(06) VALUE SPACES.
       77  WS-CD-UNIDADE-SALA          PIC 9(02) VALUE ZEROS.
       77  WS-UNIDADE-BLOCO            PIC 9(02) VALUE ZEROS.

       77  WS-QTD-LISTADOS             PIC 9(04) VALUE ZEROS.

       77  WS-EOF-HORARIO              PIC X.
           88 WS-EOF-HORARIO-OK        VALUE 'S' FALSE 'N'.
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

       77  WS-FS-H                     PIC 99.
           88 WS-FS-H-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.

       77  WS-FS-S                     PIC 99.
           88 WS-FS-S-OK               VALUE 0.

      *AREA DA CONFERENCIA DE CARGA HORARIA E DISPONIBILIDADE
      *(PGPRFCAR) DO PROFESSOR DA OFERTA PARA O BLOCO NOVO.
       01  WS-PARM-PRFCAR.
           03 WS-PC-ID-PROFESSOR       PIC 9(03).
           03 WS-PC-ANO-SEMESTRE       PIC 9(05).
           03 WS-PC-ID-MATERIA         PIC 9(05).
           03 WS-PC-DIA-SEMANA         PIC 9(01).
           03 WS-PC-HR-INICIO          PIC 9(04).
           03 WS-PC-HR-FIM             PIC 9(04).
           03 WS-PC-MIN-SEMANA         PIC 9(05).
           03 WS-PC-MAX-HORAS          PIC 9(02).
           03 WS-PC-RESULTADO          PIC X(01).
               88 WS-PC-ACEITO         VALUE 'S'.
               88 WS-PC-EXCEDE-CARGA   VALUE 'C'.
               88 WS-PC-INDISPONIVEL   VALUE 'D'.
           03 WS-PC-DIA-RECUSADO       PIC 9(01).
           03 WS-PC-HORA-RECUSADA      PIC 9(04).

       77  WS-HORAS-SEMANA             PIC 9(03)V99 VALUE ZEROS.
       77  WS-MSK-HORAS                PIC ZZ9,99.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-H WS-FS-M WS-FS-S WS-CH-OFERTA
                      WS-DIA-SEMANA WS-HR-INICIO WS-HR-FIM WS-SALA
                      WS-QTD-LISTADOS
               REPLACING NUMERIC       BY ZEROES
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA O CAMINHO COMPLETO DOS ARQUIVOS DE HORARIOS, DE
      *MATERIAS E DE SALAS A PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\HORARIO.DAT'   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\SALAS.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           IF NOT WS-FS-M-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *SEM O CADASTRO DE SALAS AS CONSULTAS SEGUEM FUNCIONANDO, MAS
      *NENHUM BLOCO NOVO E ACEITO (P505).
           OPEN INPUT SALAS.
           IF NOT WS-FS-S-OK THEN
               DISPLAY 'CADASTRO DE SALAS NAO ENCONTRADO; INCLUSAO '
                       'DE BLOCOS BLOQUEADA.'
               END-DISPLAY
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           END-ACCEPT.
       P450-PEDE-BLOCO-FIM.

      *PEDE A UNIDADE DA SALA (ZERO = LOTACAO DO OPERADOR) E CONFERE
      *NA PGUNIDAD. A UNIDADE RESOLVIDA FICA EM WS-UN-UNIDADE.
       P460-PEDE-UNIDADE.
           DISPLAY 'INFORME A UNIDADE (ZERO = SUA LOTACAO).: '
           END-DISPLAY.
           ACCEPT WS-CD-UNIDADE-SALA
           END-ACCEPT.
           IF WS-CD-UNIDADE-SALA IS NOT NUMERIC THEN
               MOVE ZEROS TO WS-CD-UNIDADE-SALA
           END-IF.
           MOVE WS-COM-OPERADOR    TO WS-UN-OPERADOR.
           MOVE WS-CD-UNIDADE-SALA TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF WS-CD-UNIDADE-SALA EQUAL ZEROS THEN
               MOVE WS-UN-LOTACAO  TO WS-UN-UNIDADE
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
           END-IF.
       P460-PEDE-UNIDADE-FIM.

      *CONFERE A UNIDADE DO BLOCO LIDO (ZERO = SEDE).
       P465-CONFERE-UNIDADE-BLOCO.
           MOVE WS-COM-OPERADOR    TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-SALA    TO WS-UN-UNIDADE.
           IF CD-UNIDADE-SALA IS NOT NUMERIC
              OR CD-UNIDADE-SALA EQUAL ZEROS THEN
               MOVE 01             TO WS-UN-UNIDADE
           END-IF.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
       P465-CONFERE-UNIDADE-BLOCO-FIM.

       P500-INCLUI-HORARIO.
           PERFORM P440-PEDE-OFERTA THRU P440-PEDE-OFERTA-FIM.
           MOVE WS-ID-MATERIA  TO ID-MATERIA  OF REG-MATERIA.
           END-DISPLAY.
           ACCEPT WS-SALA
           END-ACCEPT.
           PERFORM P507-CONFERE-SALA THRU P507-CONFERE-SALA-FIM.
           IF NOT WS-SALA-VALIDA-OK THEN
               GO TO P505-GRAVA-HORARIO-FIM
           END-IF.
           PERFORM P460-PEDE-UNIDADE THRU P460-PEDE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'UNIDADE NAO AUTORIZADA PARA O OPERADOR. '
                       'INCLUSAO CANCELADA.'
               END-DISPLAY
               GO TO P505-GRAVA-HORARIO-FIM
           END-IF.
           IF NOT WS-UN-ATIVA-OK THEN
               DISPLAY 'UNIDADE ' WS-UN-UNIDADE ' INATIVA. INCLUSAO '
                       'CANCELADA.'
               END-DISPLAY
               GO TO P505-GRAVA-HORARIO-FIM
           END-IF.
           PERFORM P508-CONFERE-PROFESSOR
                   THRU P508-CONFERE-PROFESSOR-FIM.
           IF NOT WS-PC-ACEITO THEN
               GO TO P505-GRAVA-HORARIO-FIM
           END-IF.
           MOVE WS-ID-MATERIA  TO ID-MATERIA  OF CH-HORARIO.
           MOVE WS-AS-ANO      TO AS-ANO      OF REG-HORARIO.
           MOVE WS-AS-SEMESTRE TO AS-SEMESTRE OF REG-HORARIO.
           MOVE WS-HR-INICIO   TO HR-INICIO.
           MOVE WS-HR-FIM      TO HR-FIM.
           MOVE WS-SALA        TO SALA.
           MOVE WS-UN-UNIDADE  TO CD-UNIDADE-SALA.
           WRITE REG-HORARIO
               INVALID KEY
                   DISPLAY 'BLOCO JA CADASTRADO PARA ESTA OFERTA '
                   END-DISPLAY
           END-WRITE.
       P505-GRAVA-HORARIO-FIM.
           EXIT.

      *SO SALA ATIVA DO CADASTRO E ACEITA. OFERTA COM MAIS VAGAS DO
      *QUE LUGARES NA SALA E APONTADA, MAS O BLOCO E GRAVADO (A
      *AUDITORIA DE HORARIOS VOLTA A APONTAR ATE SER CORRIGIDA).
       P507-CONFERE-SALA.
           SET WS-SALA-VALIDA-OK TO FALSE.
           IF NOT WS-FS-S-OK THEN
               DISPLAY 'CADASTRO DE SALAS NAO ENCONTRADO. INCLUSAO '
                       'CANCELADA.'
               END-DISPLAY
               GO TO P507-CONFERE-SALA-FIM
           END-IF.
           MOVE WS-SALA TO CD-SALA.
           READ SALAS
               INVALID KEY
                   DISPLAY 'SALA ' WS-SALA ' NAO CADASTRADA (NTSALMAN).'
                           ' INCLUSAO CANCELADA.'
                   END-DISPLAY
                   GO TO P507-CONFERE-SALA-FIM
           END-READ.
           IF ST-SALA-INATIVA THEN
               DISPLAY 'SALA ' WS-SALA ' INATIVA. INCLUSAO CANCELADA.'
               END-DISPLAY
               GO TO P507-CONFERE-SALA-FIM
           END-IF.
           SET WS-SALA-VALIDA-OK TO TRUE.
           IF MX-VAGAS IS GREATER THAN QT-CAPACIDADE THEN
               DISPLAY '** ATENCAO: OFERTA COM ' MX-VAGAS
                       ' VAGAS EM SALA DE ' QT-CAPACIDADE
                       ' LUGARES **'
               END-DISPLAY
           END-IF.
       P507-CONFERE-SALA-FIM.
           EXIT.

      *OFERTA COM PROFESSOR ATRIBUIDO: O BLOCO NOVO PRECISA CAIR NA
      *DISPONIBILIDADE DELE E CABER NA SUA CARGA MAXIMA DO PERIODO.
       P508-CONFERE-PROFESSOR.
           SET WS-PC-ACEITO TO TRUE.
           IF ID-PROFESSOR OF REG-MATERIA EQUAL ZEROS THEN
               GO TO P508-CONFERE-PROFESSOR-FIM
           END-IF.
           MOVE ID-PROFESSOR OF REG-MATERIA TO WS-PC-ID-PROFESSOR.
           MOVE ANO-SEMESTRE OF REG-MATERIA TO WS-PC-ANO-SEMESTRE.
           MOVE ZEROS          TO WS-PC-ID-MATERIA.
           MOVE WS-DIA-SEMANA  TO WS-PC-DIA-SEMANA.
           MOVE WS-HR-INICIO   TO WS-PC-HR-INICIO.
           MOVE WS-HR-FIM      TO WS-PC-HR-FIM.
           CALL 'PGPRFCAR' USING WS-PARM-PRFCAR.
           COMPUTE WS-HORAS-SEMANA ROUNDED = WS-PC-MIN-SEMANA / 60.
           MOVE WS-HORAS-SEMANA TO WS-MSK-HORAS.
           IF WS-PC-INDISPONIVEL THEN
               DISPLAY 'PROFESSOR ' WS-PC-ID-PROFESSOR
                       ' INDISPONIVEL NESTE DIA E HORA. INCLUSAO '
                       'CANCELADA.'
               END-DISPLAY
           END-IF.
           IF WS-PC-EXCEDE-CARGA THEN
               DISPLAY 'CARGA SEMANAL DO PROFESSOR FICARIA EM '
                       WS-MSK-HORAS ' HORAS, ACIMA DO MAXIMO DE '
                       WS-PC-MAX-HORAS '. INCLUSAO CANCELADA.'
               END-DISPLAY
           END-IF.
       P508-CONFERE-PROFESSOR-FIM.
           EXIT.

       P510-EXCLUI-HORARIO.
           PERFORM P440-PEDE-OFERTA THRU P440-PEDE-OFERTA-FIM.
           MOVE WS-AS-SEMESTRE TO AS-SEMESTRE OF REG-HORARIO.
           MOVE WS-DIA-SEMANA  TO DIA-SEMANA.
           MOVE WS-HR-INICIO   TO HR-INICIO.
           READ HORARIO
               INVALID KEY
                   DISPLAY 'BLOCO NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P510-EXCLUI-HORARIO-FIM
           END-READ.
           PERFORM P465-CONFERE-UNIDADE-BLOCO
                   THRU P465-CONFERE-UNIDADE-BLOCO-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'BLOCO DE UNIDADE NAO AUTORIZADA PARA O '
                       'OPERADOR.'
               END-DISPLAY
               GO TO P510-EXCLUI-HORARIO-FIM
           END-IF.
           DELETE HORARIO RECORD
               INVALID KEY
                   DISPLAY 'BLOCO NAO LOCALIZADO.'
                          WS-AS-SEMESTRE THEN
                       SET WS-EOF-HORARIO-OK TO TRUE
                   ELSE
                       PERFORM P465-CONFERE-UNIDADE-BLOCO
                               THRU P465-CONFERE-UNIDADE-BLOCO-FIM
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY 'DIA ' DIA-SEMANA
                               ' - DE ' HR-INICIO ' A ' HR-FIM
                               ' - SALA ' SALA
                               ' - UNIDADE ' WS-UN-UNIDADE
                       END-DISPLAY
                   END-IF
           END-READ.
           END-DISPLAY.
           ACCEPT WS-SALA
           END-ACCEPT.
           PERFORM P460-PEDE-UNIDADE THRU P460-PEDE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'UNIDADE NAO AUTORIZADA PARA O OPERADOR.'
               END-DISPLAY
               GO TO P530-LISTA-SALA-FIM
           END-IF.
           MOVE WS-UN-UNIDADE TO WS-CD-UNIDADE-SALA.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-HORARIO-OK TO FALSE.
           MOVE ZEROS  TO ID-MATERIA  OF CH-HORARIO.
               AT END
                   SET WS-EOF-HORARIO-OK TO TRUE
               NOT AT END
                   MOVE CD-UNIDADE-SALA TO WS-UNIDADE-BLOCO
                   IF CD-UNIDADE-SALA IS NOT NUMERIC
                      OR CD-UNIDADE-SALA EQUAL ZEROS THEN
                       MOVE 01 TO WS-UNIDADE-BLOCO
                   END-IF
                   IF SALA EQUAL WS-SALA
                      AND WS-UNIDADE-BLOCO EQUAL WS-CD-UNIDADE-SALA THEN
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY 'MATERIA ' ID-MATERIA OF CH-HORARIO
                               ' ' AS-ANO OF REG-HORARIO '/'
       P420-FECHA-ARQ.
           CLOSE HORARIO.
           CLOSE MATERIAS.
           CLOSE SALAS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
