      *            A LISTAGEM DE CONFERENCIA POR ALUNO SAI NO SPOOL
      *            (PGSPOOL) PARA REVISAO DA COORDENACAO ANTES DA
      *            CARGA.
      * Update:    03/04/2023 - GRUPOS DE ELETIVAS DA VERSAO DE GRADE
      *            AINDA ABAIXO DO MINIMO (ELETIVAS.DAT, PGELETIV)
      *            PASSAM A TER ELETIVAS SUGERIDAS NA PROPOSTA, ATE
      *            COBRIR O QUE FALTA EM CADA GRUPO.
      * Update:    21/11/2022 - A GRADE CONFERIDA PASSA A SER
      *            RESOLVIDA PELO PGGRADE A PARTIR DO CURSO E DO ANO
      *            DE INGRESSO DO ALUNO (VERSOES DE GRADE DE
           03 WS-GR-QT-MATERIAS        PIC 9(02).
           03 WS-GR-GRADE              OCCURS 20 TIMES.
               05 WS-GR-ID-MATERIA     PIC 9(05).
           03 WS-GR-AA-VIGENCIA        PIC 9(04).
      *AREA DA APURACAO DAS ELETIVAS (PGELETIV): GRUPOS DE ELETIVAS
      *DA VERSAO DE GRADE DO ALUNO, COM O MINIMO E O JA CUMPRIDO.
       01  WS-PARM-ELETIV.
           03 WS-EL-ID-ALUNO           PIC 9(05).
           03 WS-EL-ID-CURSO           PIC 9(02).
           03 WS-EL-AA-VIGENCIA        PIC 9(04).
           03 WS-EL-QT-GRUPOS          PIC 9(02).
           03 WS-EL-QT-INCOMPLETOS     PIC 9(02).
           03 WS-EL-GRUPO              OCCURS 10 TIMES.
               05 WS-EL-CD-GRUPO       PIC 9(02).
               05 WS-EL-DS-GRUPO       PIC X(30).
               05 WS-EL-TP-MINIMO      PIC X(01).
               05 WS-EL-QT-MINIMO      PIC 9(04).
               05 WS-EL-QT-CUMPRIDO    PIC 9(04).
               05 WS-EL-FL-COMPLETO    PIC X(01).
                   88 WS-EL-GRUPO-COMPLETO VALUE 'S' FALSE 'N'.
               05 WS-EL-QT-MATERIAS    PIC 9(02).
               05 WS-EL-MATERIA        OCCURS 30 TIMES.
                   07 WS-EL-ID-MATERIA PIC 9(05).
                   07 WS-EL-FL-APROVADA PIC X(01).
                       88 WS-EL-MATERIA-APROVADA VALUE 'S' FALSE 'N'.
       77  WS-INDICE-GRUPO             PIC 9(02) VALUE ZEROS.

       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.

       77  WS-QT-PROPOSTAS-ALUNO       PIC 9(02) VALUE ZEROS.
      *MATERIAS JA PROPOSTAS AO ALUNO, PARA A MESMA MATERIA NAO SAIR
      *DUAS VEZES (OBRIGATORIA E ELETIVA, OU EM DOIS GRUPOS).
       01  WS-TAB-PROPOSTAS.
           03 WS-TP-ID-MATERIA         PIC 9(05) OCCURS 60 TIMES.
       77  WS-INDICE-MATERIA           PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-PROPOSTA          PIC 9(02) VALUE ZEROS.
       77  WS-FALTA-GRUPO              PIC S9(05) VALUE ZEROS.
       77  WS-OBS-PROPOSTA             PIC X(20) VALUE SPACES.
       77  WS-JA-PROPOSTA              PIC X.
           88 WS-JA-PROPOSTA-OK        VALUE 'S' FALSE 'N'.
       77  WS-QTD-ALUNOS               PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PROPOSTAS            PIC 9(06) VALUE ZEROS.

           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE SPACES TO WS-OBS-PROPOSTA.
           PERFORM P510-AVALIA-MATERIA
                   THRU P510-AVALIA-MATERIA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-GR-QT-MATERIAS.
           PERFORM P540-PROPOE-ELETIVAS
                   THRU P540-PROPOE-ELETIVAS-FIM.
           IF WS-QT-PROPOSTAS-ALUNO EQUAL ZEROS THEN
               MOVE '   NADA A PROPOR NESTE PERIODO.'
                    TO WS-LINHA-REL
       P530-GRAVA-PROPOSTA.
           ADD 1 TO WS-QT-PROPOSTAS-ALUNO.
           ADD 1 TO WS-QTD-PROPOSTAS.
           IF WS-QT-PROPOSTAS-ALUNO IS NOT GREATER THAN 60 THEN
               MOVE WS-ID-MATERIA-GRADE
                 TO WS-TP-ID-MATERIA (WS-QT-PROPOSTAS-ALUNO)
           END-IF.
           MOVE WS-ID-ALUNO-ATUAL   TO PR-ID-ALUNO.
           MOVE WS-ID-MATERIA-GRADE TO PR-ID-MATERIA.
           MOVE WS-ANO-SEMESTRE     TO PR-ANO-SEMESTRE.
           WRITE REG-PROPOSTA
           END-WRITE.
           STRING '   PROPOSTA: MATERIA ' WS-ID-MATERIA-GRADE ' '
                  NM-MATERIA OF REG-MATERIA ' ' WS-OBS-PROPOSTA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P530-GRAVA-PROPOSTA-FIM.

      *GRUPOS DE ELETIVAS AINDA ABAIXO DO MINIMO: SUGERE MATERIAS DO
      *GRUPO AINDA NAO APROVADAS, COM OFERTA NO NOVO PERIODO E
      *PRE-REQUISITOS EM DIA, ATE COBRIR O QUE FALTA NO GRUPO (EM
      *HORAS PELA CARGA HORARIA DA OFERTA, OU EM MATERIAS).
       P540-PROPOE-ELETIVAS.
           MOVE WS-ID-ALUNO-ATUAL TO WS-EL-ID-ALUNO.
           MOVE WS-GR-ID-CURSO    TO WS-EL-ID-CURSO.
           MOVE WS-GR-AA-VIGENCIA TO WS-EL-AA-VIGENCIA.
           CALL 'PGELETIV' USING WS-PARM-ELETIV.
           PERFORM P545-PROPOE-GRUPO THRU P545-PROPOE-GRUPO-FIM
                   VARYING WS-INDICE-GRUPO FROM 1 BY 1
                   UNTIL WS-INDICE-GRUPO > WS-EL-QT-GRUPOS.
           MOVE SPACES TO WS-OBS-PROPOSTA.
       P540-PROPOE-ELETIVAS-FIM.

       P545-PROPOE-GRUPO.
           IF WS-EL-GRUPO-COMPLETO (WS-INDICE-GRUPO) THEN
               GO TO P545-PROPOE-GRUPO-FIM
           END-IF.
           COMPUTE WS-FALTA-GRUPO =
                   WS-EL-QT-MINIMO (WS-INDICE-GRUPO) -
                   WS-EL-QT-CUMPRIDO (WS-INDICE-GRUPO)
           END-COMPUTE.
           MOVE SPACES TO WS-OBS-PROPOSTA.
           STRING '(ELETIVA GRUPO ' WS-EL-CD-GRUPO (WS-INDICE-GRUPO)
                  ')' DELIMITED BY SIZE
                  INTO WS-OBS-PROPOSTA
           END-STRING.
           PERFORM P550-AVALIA-ELETIVA THRU P550-AVALIA-ELETIVA-FIM
                   VARYING WS-INDICE-MATERIA FROM 1 BY 1
                   UNTIL WS-INDICE-MATERIA >
                         WS-EL-QT-MATERIAS (WS-INDICE-GRUPO)
                      OR WS-INDICE-MATERIA > 30
                      OR WS-FALTA-GRUPO IS NOT GREATER THAN ZEROS.
       P545-PROPOE-GRUPO-FIM.
           EXIT.

       P550-AVALIA-ELETIVA.
           MOVE WS-EL-ID-MATERIA (WS-INDICE-GRUPO WS-INDICE-MATERIA)
             TO WS-ID-MATERIA-GRADE.
           IF WS-ID-MATERIA-GRADE EQUAL ZEROS OR
              WS-EL-MATERIA-APROVADA
                  (WS-INDICE-GRUPO WS-INDICE-MATERIA) THEN
               GO TO P550-AVALIA-ELETIVA-FIM
           END-IF.
           SET WS-JA-PROPOSTA-OK TO FALSE.
           PERFORM P555-CONFERE-PROPOSTA
                   THRU P555-CONFERE-PROPOSTA-FIM
                   VARYING WS-INDICE-PROPOSTA FROM 1 BY 1
                   UNTIL WS-INDICE-PROPOSTA > WS-QT-PROPOSTAS-ALUNO
                      OR WS-INDICE-PROPOSTA > 60.
           IF WS-JA-PROPOSTA-OK THEN
               GO TO P550-AVALIA-ELETIVA-FIM
           END-IF.
           MOVE WS-ID-MATERIA-GRADE TO ID-MATERIA OF CH-MATERIA.
           MOVE WS-ANO-SEMESTRE     TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   GO TO P550-AVALIA-ELETIVA-FIM
           END-READ.
           PERFORM P520-VERIFICA-PREREQUISITOS
                   THRU P520-VERIFICA-PREREQUISITOS-FIM.
           IF WS-PREREQ-PENDENTE-OK THEN
               GO TO P550-AVALIA-ELETIVA-FIM
           END-IF.
           PERFORM P530-GRAVA-PROPOSTA
                   THRU P530-GRAVA-PROPOSTA-FIM.
           IF WS-EL-TP-MINIMO (WS-INDICE-GRUPO) EQUAL 'H' THEN
               SUBTRACT CH-HORAS FROM WS-FALTA-GRUPO
           ELSE
               SUBTRACT 1 FROM WS-FALTA-GRUPO
           END-IF.
       P550-AVALIA-ELETIVA-FIM.
           EXIT.

       P555-CONFERE-PROPOSTA.
           IF WS-TP-ID-MATERIA (WS-INDICE-PROPOSTA) EQUAL
              WS-ID-MATERIA-GRADE THEN
               SET WS-JA-PROPOSTA-OK TO TRUE
           END-IF.
       P555-CONFERE-PROPOSTA-FIM.

      *ALOCA O SPOOL DA LISTAGEM NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
