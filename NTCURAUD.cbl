      *            MATRICULAS ATIVAS, E IMPRIME POR ALUNO O QUE JA FOI
      *            CONCLUIDO, O QUE ESTA EM CURSO E O QUE AINDA FALTA
      *            PARA FORMAR.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    19/06/2023 - ALUNO COM SITUACAO IRREGULAR NO ENADE
      *            (ENADE.DAT, PGENAPEN) FICA PENDENTE E NAO CONTA COMO
      *            APTO A FORMAR.
      * Update:    03/04/2023 - GRUPOS DE MATERIAS ELETIVAS DA VERSAO DE
      *            GRADE DO ALUNO (ELETIVAS.DAT, APURADOS PELO PGELETIV)
      *            PASSAM A SER AUDITADOS: GRUPO ABAIXO DO MINIMO DE
      *            HORAS OU MATERIAS APROVADAS DEIXA O ALUNO PENDENTE.
      * Update:    20/03/2023 - CURSO COM MINIMO DE HORAS DE ATIVIDADES
      *            COMPLEMENTARES (QT-HORAS-ATIV-COMPL DE CFPK0015)
      *            PASSA A TER AS HORAS CONCEDIDAS AO ALUNO (PGATCHOR)
      *            AUDITADAS; HORAS FALTANTES DEIXAM O ALUNO PENDENTE.
      * Update:    13/03/2023 - CURSO COM ESTAGIO OBRIGATORIO
      *            (QT-HORAS-ESTAGIO DE CFPK0015) PASSA A TER AS HORAS
      *            APROVADAS DO ALUNO (PGESTHOR) AUDITADAS; HORAS
      *            FALTANTES DEIXAM O ALUNO PENDENTE, COMO UMA MATERIA
      *            NAO CONCLUIDA.
      * Update:    05/12/2022 - A MATERIA EM CURSO PASSA A SER PROCURADA
      *            EM TODAS AS MATRICULAS DO ALUNO NA MATERIA (UMA POR
      *            PERIODO, COM A NOVA TENTATIVA APOS REPROVACAO).
      * Update:    21/11/2022 - A GRADE AUDITADA PASSA A SER
      *            RESOLVIDA PELO PGGRADE A PARTIR DO CURSO E DO ANO
      *            DE INGRESSO DO ALUNO (VERSOES DE GRADE DE
           SELECT MATRICULA
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

       DATA DIVISION.
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

       77  WS-SITUACAO-MATERIA         PIC X(12) VALUE SPACES.
       77  WS-QTD-ALUNOS               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-FORMANDOS            PIC 9(04) VALUE ZEROS.

      *AREA DA SOMA DAS HORAS DE ESTAGIO DO ALUNO (PGESTHOR), COBRADA
      *QUANDO O CURSO EXIGE ESTAGIO (QT-HORAS-ESTAGIO DE CFPK0015).
       01  WS-PARM-ESTHOR.
           03 WS-EH-ID-ALUNO           PIC 9(05).
           03 WS-EH-QT-APROVADAS       PIC 9(05).
           03 WS-EH-QT-PENDENTES       PIC 9(05).
       77  WS-ESTAGIO-CUMPRIDO         PIC X.
           88 WS-ESTAGIO-CUMPRIDO-OK   VALUE 'S' FALSE 'N'.

      *AREA DA SOMA DAS HORAS DE ATIVIDADES COMPLEMENTARES (PGATCHOR),
      *COBRADA QUANDO O CURSO TEM MINIMO (QT-HORAS-ATIV-COMPL).
       01  WS-PARM-ATCHOR.
           03 WS-AC-ID-ALUNO           PIC 9(05).
           03 WS-AC-QT-CONCEDIDAS      PIC 9(05).
           03 WS-AC-QT-PENDENTES       PIC 9(05).
       77  WS-ATIV-COMPL-CUMPRIDA      PIC X.
           88 WS-ATIV-COMPL-CUMPRIDA-OK VALUE 'S' FALSE 'N'.
       77  WS-ELETIVAS-CUMPRIDAS       PIC X.
           88 WS-ELETIVAS-CUMPRIDAS-OK VALUE 'S' FALSE 'N'.

      *AREA DA PENDENCIA NO ENADE (PGENAPEN): SITUACAO IRREGULAR NO
      *EXAME DEIXA O ALUNO PENDENTE.
       01  WS-PARM-ENAPEN.
           03 WS-EN-ID-ALUNO           PIC 9(05).
           03 WS-EN-QT-IRREGULAR       PIC 9(02).
           03 WS-EN-AA-IRREGULAR       PIC 9(04).
       77  WS-ENADE-REGULAR            PIC X.
           88 WS-ENADE-REGULAR-OK      VALUE 'S' FALSE 'N'.

       77  WS-EOF-TENTATIVA            PIC X.
           88 WS-EOF-TENTATIVA-OK      VALUE 'S' FALSE 'N'.
       77  WS-EOF-ALUNOS               PIC X.
           88 WS-EOF-ALUNOS-OK         VALUE 'S' FALSE 'N'.

                   DISPLAY 'HORAS CUMPRIDAS: ' WS-HORAS-CONCLUIDAS
                           ' DE ' WS-HORAS-EXIGIDAS ' EXIGIDAS'
                   END-DISPLAY
                   PERFORM P490-AUDITA-ESTAGIO
                           THRU P490-AUDITA-ESTAGIO-FIM
                   PERFORM P495-AUDITA-ATIV-COMPL
                           THRU P495-AUDITA-ATIV-COMPL-FIM
                   PERFORM P497-AUDITA-ELETIVAS
                           THRU P497-AUDITA-ELETIVAS-FIM
                   PERFORM P499-AUDITA-ENADE
                           THRU P499-AUDITA-ENADE-FIM
                   IF WS-QT-PENDENTES EQUAL ZEROS AND
                      WS-QT-EM-CURSO EQUAL ZEROS AND
                      WS-ESTAGIO-CUMPRIDO-OK AND
                      WS-ATIV-COMPL-CUMPRIDA-OK AND
                      WS-ELETIVAS-CUMPRIDAS-OK AND
                      WS-ENADE-REGULAR-OK THEN
                       ADD 1 TO WS-QTD-FORMANDOS
                       DISPLAY '>> GRADE COMPLETA - APTO A FORMAR.'
                       END-DISPLAY
       P480-ACUMULA-HORAS-FIM.
           EXIT.

      *CURSO COM ESTAGIO OBRIGATORIO: SO AS HORAS JA APROVADAS PELO
      *ORIENTADOR CONTAM; O QUE FALTA FICA COMO PENDENCIA DE
      *FORMATURA, COMO UMA MATERIA NAO CONCLUIDA.
       P490-AUDITA-ESTAGIO.
           SET WS-ESTAGIO-CUMPRIDO-OK TO TRUE.
           IF QT-HORAS-ESTAGIO EQUAL ZEROS THEN
               GO TO P490-AUDITA-ESTAGIO-FIM
           END-IF.
           MOVE WS-ID-ALUNO-ATUAL TO WS-EH-ID-ALUNO.
           CALL 'PGESTHOR' USING WS-PARM-ESTHOR.
           DISPLAY 'ESTAGIO: ' WS-EH-QT-APROVADAS ' HORAS APROVADAS'
                   ' DE ' QT-HORAS-ESTAGIO ' EXIGIDAS ('
                   WS-EH-QT-PENDENTES ' AGUARDANDO APROVACAO)'
           END-DISPLAY.
           IF WS-EH-QT-APROVADAS IS LESS THAN QT-HORAS-ESTAGIO THEN
               SET WS-ESTAGIO-CUMPRIDO-OK TO FALSE
               DISPLAY '   ESTAGIO SUPERVISIONADO - PENDENTE'
               END-DISPLAY
           END-IF.
       P490-AUDITA-ESTAGIO-FIM.
           EXIT.

      *CURSO COM MINIMO DE ATIVIDADES COMPLEMENTARES: SO AS HORAS JA
      *CONCEDIDAS PELO COORDENADOR CONTAM; CERTIFICADOS AINDA NAO
      *ANALISADOS APARECEM A PARTE E NAO COMPLETAM O MINIMO.
       P495-AUDITA-ATIV-COMPL.
           SET WS-ATIV-COMPL-CUMPRIDA-OK TO TRUE.
           IF QT-HORAS-ATIV-COMPL EQUAL ZEROS THEN
               GO TO P495-AUDITA-ATIV-COMPL-FIM
           END-IF.
           MOVE WS-ID-ALUNO-ATUAL TO WS-AC-ID-ALUNO.
           CALL 'PGATCHOR' USING WS-PARM-ATCHOR.
           DISPLAY 'ATIVIDADES COMPLEMENTARES: ' WS-AC-QT-CONCEDIDAS
                   ' HORAS CONCEDIDAS DE ' QT-HORAS-ATIV-COMPL
                   ' EXIGIDAS (' WS-AC-QT-PENDENTES
                   ' AGUARDANDO ANALISE)'
           END-DISPLAY.
           IF WS-AC-QT-CONCEDIDAS IS LESS THAN QT-HORAS-ATIV-COMPL
              THEN
               SET WS-ATIV-COMPL-CUMPRIDA-OK TO FALSE
               DISPLAY '   ATIVIDADES COMPLEMENTARES - PENDENTE'
               END-DISPLAY
           END-IF.
       P495-AUDITA-ATIV-COMPL-FIM.
           EXIT.

      *GRUPOS DE ELETIVAS DA VERSAO DE GRADE DO ALUNO: CADA GRUPO
      *ABAIXO DO MINIMO (HORAS OU MATERIAS APROVADAS) FICA COMO
      *PENDENCIA DE FORMATURA. VERSAO SEM GRUPOS NAO COBRA ELETIVAS.
       P497-AUDITA-ELETIVAS.
           SET WS-ELETIVAS-CUMPRIDAS-OK TO TRUE.
           MOVE WS-ID-ALUNO-ATUAL TO WS-EL-ID-ALUNO.
           MOVE WS-GR-ID-CURSO    TO WS-EL-ID-CURSO.
           MOVE WS-GR-AA-VIGENCIA TO WS-EL-AA-VIGENCIA.
           CALL 'PGELETIV' USING WS-PARM-ELETIV.
           PERFORM P498-MOSTRA-GRUPO THRU P498-MOSTRA-GRUPO-FIM
                   VARYING WS-INDICE-GRUPO FROM 1 BY 1
                   UNTIL WS-INDICE-GRUPO > WS-EL-QT-GRUPOS.
           IF WS-EL-QT-INCOMPLETOS IS GREATER THAN ZEROS THEN
               SET WS-ELETIVAS-CUMPRIDAS-OK TO FALSE
           END-IF.
       P497-AUDITA-ELETIVAS-FIM.

       P498-MOSTRA-GRUPO.
           IF WS-EL-TP-MINIMO (WS-INDICE-GRUPO) EQUAL 'H' THEN
               DISPLAY 'ELETIVAS ' WS-EL-CD-GRUPO (WS-INDICE-GRUPO)
                       ' - ' WS-EL-DS-GRUPO (WS-INDICE-GRUPO) ': '
                       WS-EL-QT-CUMPRIDO (WS-INDICE-GRUPO)
                       ' HORAS DE ' WS-EL-QT-MINIMO (WS-INDICE-GRUPO)
                       ' EXIGIDAS'
               END-DISPLAY
           ELSE
               DISPLAY 'ELETIVAS ' WS-EL-CD-GRUPO (WS-INDICE-GRUPO)
                       ' - ' WS-EL-DS-GRUPO (WS-INDICE-GRUPO) ': '
                       WS-EL-QT-CUMPRIDO (WS-INDICE-GRUPO)
                       ' MATERIAS DE ' WS-EL-QT-MINIMO (WS-INDICE-GRUPO)
                       ' EXIGIDAS'
               END-DISPLAY
           END-IF.
           IF NOT WS-EL-GRUPO-COMPLETO (WS-INDICE-GRUPO) THEN
               DISPLAY '   GRUPO DE ELETIVAS - PENDENTE'
               END-DISPLAY
           END-IF.
       P498-MOSTRA-GRUPO-FIM.

      *SITUACAO IRREGULAR NO ENADE EM QUALQUER ANO FICA COMO
      *PENDENCIA DE FORMATURA ATE A REGULARIZACAO (NTENAMAN).
       P499-AUDITA-ENADE.
           SET WS-ENADE-REGULAR-OK TO TRUE.
           MOVE WS-ID-ALUNO-ATUAL TO WS-EN-ID-ALUNO.
           CALL 'PGENAPEN' USING WS-PARM-ENAPEN.
           IF WS-EN-QT-IRREGULAR IS GREATER THAN ZEROS THEN
               SET WS-ENADE-REGULAR-OK TO FALSE
               DISPLAY '   ENADE - SITUACAO IRREGULAR (ANO '
                       WS-EN-AA-IRREGULAR ') - PENDENTE'
               END-DISPLAY
           END-IF.
       P499-AUDITA-ENADE-FIM.
           EXIT.

       P460-VERIFICA-APROVACAO.
           MOVE WS-ID-ALUNO-ATUAL   TO WS-AP-ID-ALUNO.
           MOVE WS-ID-MATERIA-GRADE TO WS-AP-ID-MATERIA.
           END-IF.
       P460-VERIFICA-APROVACAO-FIM.

      *O ALUNO PODE TER MAIS DE UMA MATRICULA NA MATERIA (UMA POR
      *PERIODO, NA NOVA TENTATIVA APOS REPROVACAO): BASTA UMA ATIVA.
       P470-VERIFICA-MATRICULA.
           IF NOT WS-FS-R-OK THEN
               GO TO P470-VERIFICA-MATRICULA-FIM
           END-IF.
           SET WS-EOF-TENTATIVA-OK TO FALSE.
           MOVE WS-ID-ALUNO-ATUAL   TO ID-ALUNO     OF CH-MATRICULA.
           MOVE WS-ID-MATERIA-GRADE TO ID-MATERIA   OF CH-MATRICULA.
           MOVE ZEROS               TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
               INVALID KEY
                   SET WS-EOF-TENTATIVA-OK TO TRUE
           END-START.
           PERFORM P475-LE-MATRICULA THRU P475-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TENTATIVA-OK.
       P470-VERIFICA-MATRICULA-FIM.

       P475-LE-MATRICULA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-TENTATIVA-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO   OF CH-MATRICULA NOT EQUAL
                          WS-ID-ALUNO-ATUAL
                   OR ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA-GRADE THEN
                       SET WS-EOF-TENTATIVA-OK TO TRUE
                   ELSE
                       IF ST-MATRICULA-ATIVA THEN
                           MOVE 'EM CURSO' TO WS-SITUACAO-MATERIA
                           SET WS-EOF-TENTATIVA-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P475-LE-MATRICULA-FIM.

       P420-FECHA-ARQ.
           CLOSE ALUNOS.
