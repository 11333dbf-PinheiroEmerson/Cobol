      *            CADA REGISTRO TOCADO VAI PARA A AUDITORIA COM AS
      *            IMAGENS ANTES E DEPOIS. OPERACAO RESTRITA A
      *            SUPERVISOR (NIVEL 2 NA COM-AREA).
      * Update:    05/12/2022 - MATRICULA, ALUTODOS E NOTASDET PASSAM
      *            A TER O ANO-SEMESTRE NA CHAVE: A COLETA GUARDA O
      *            PERIODO JUNTO COM A MATERIA E O CONFLITO SO EXISTE
      *            QUANDO OS DOIS LADOS TEM RESULTADO NA MESMA
      *            MATERIA NO MESMO PERIODO (TENTATIVAS EM PERIODOS
      *            DIFERENTES SAO FUNDIDAS LADO A LADO).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    15/09/2023 - MATRICULA.DAT E ALUTODOS.DAT DECLARADOS
      *            COM A CHAVE ALTERNADA DA OFERTA (MATERIA +
      *            ANO/SEMESTRE), IGUAL EM TODO PROGRAMA QUE ABRE O
      *            ARQUIVO. INDICE MONTADO NA VIRADA PELO NTOFEIDX.
      * Update:    19/09/2023 - COPIAS DOS CADASTROS AMPLIADAS PARA 187
      *            POSICOES (INCLUI A UNIDADE DE ORIGEM), PARA NAO
      *            PERDER A UNIDADE NA REGRAVACAO DO SOBREVIVENTE, QUE
      *            FICA NA PROPRIA UNIDADE. A FUSAO SO E FEITA QUANDO O
      *            OPERADOR ESTA AUTORIZADO NAS UNIDADES DOS DOIS ALUNOS
      *            (PGUNIDAD).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT TODOS-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT ALUAPROV

      *COPIAS DOS DOIS CADASTROS PARA A ESCOLHA CAMPO A CAMPO, NO
      *MESMO MOLDE DO CADCONTD.
       01  WS-SOBREVIVENTE             PIC X(187) VALUE SPACES.
       01  FILLER REDEFINES WS-SOBREVIVENTE.
           03 WS-SB-ID                 PIC 9(05).
           03 WS-SB-NOME               PIC X(20).
           03 WS-SB-CURSO              PIC 9(02).
           03 WS-SB-ST-ALUNO           PIC X(10).
           03 WS-SB-INGRESSO           PIC 9(04).
           03 WS-SB-UNIDADE            PIC 9(02).
       01  WS-DUPLICADO                PIC X(187) VALUE SPACES.
       01  FILLER REDEFINES WS-DUPLICADO.
           03 WS-DP-ID                 PIC 9(05).
           03 WS-DP-NOME               PIC X(20).
           03 WS-DP-CURSO              PIC 9(02).
           03 WS-DP-ST-ALUNO           PIC X(10).
           03 WS-DP-INGRESSO           PIC 9(04).
           03 WS-DP-UNIDADE            PIC 9(02).

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD): O OPERADOR PRECISA
      *ESTAR AUTORIZADO NAS UNIDADES DOS DOIS ALUNOS.
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.


      *CURSOR DA CONFERENCIA EXAUSTIVA DE CONFLITO EM ALUTODOS
      *(P460), QUE NAO PASSA PELA TABELA DE LOTES.
       01  WS-PROXIMA-CHAVE.
           03 WS-PROXIMA-MATERIA       PIC 9(05) VALUE ZEROS.
           03 WS-PROXIMO-PERIODO       PIC 9(05) VALUE ZEROS.
       01  FILLER REDEFINES WS-PROXIMA-CHAVE.
           03 WS-PROXIMA-CHAVE-NUM     PIC 9(10).
       01  WS-CHAVE-CONFERE.
           03 WS-MATERIA-CONFERE       PIC 9(05) VALUE ZEROS.
           03 WS-PERIODO-CONFERE       PIC 9(05) VALUE ZEROS.
       01  FILLER REDEFINES WS-CHAVE-CONFERE.
           03 WS-CHAVE-CONFERE-NUM     PIC 9(10).

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.

           88 WS-FS-RS-OK              VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-COM-AREA.
                   GO TO P440-LE-REGISTROS-FIM
           END-READ.
           MOVE REG-ALUNO TO WS-DUPLICADO.
           MOVE WS-COM-OPERADOR TO WS-UN-OPERADOR.
           MOVE WS-SB-UNIDADE   TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'SOBREVIVENTE DE UNIDADE NAO AUTORIZADA PARA O '
                       'OPERADOR.'
               END-DISPLAY
               GO TO P440-LE-REGISTROS-FIM
           END-IF.
           MOVE WS-DP-UNIDADE   TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'DUPLICADO DE UNIDADE NAO AUTORIZADA PARA O '
                       'OPERADOR.'
               END-DISPLAY
               GO TO P440-LE-REGISTROS-FIM
           END-IF.
           SET WS-AMBOS-LIDOS-OK TO TRUE.
       P440-LE-REGISTROS-FIM.
           EXIT.
       P460-VERIFICA-CONFLITO.
           SET WS-CONFLITO-OK TO FALSE.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE ZEROS TO WS-PROXIMA-CHAVE-NUM.
           PERFORM P462-CONFERE-MATERIA
                   THRU P462-CONFERE-MATERIA-FIM
                   WITH TEST BEFORE
       P462-CONFERE-MATERIA.
           MOVE WS-ID-DUPLICADO    TO ID-ALUNO   OF CH-TODOS.
           MOVE WS-PROXIMA-MATERIA TO ID-MATERIA OF CH-TODOS.
           MOVE WS-PROXIMO-PERIODO TO ANO-SEMESTRE OF CH-TODOS.
           START TODOS-ALUNOS KEY IS NOT LESS THAN CH-TODOS
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P462-CONFERE-MATERIA-FIM
           END-IF.
           MOVE ID-MATERIA   OF CH-TODOS TO WS-MATERIA-CONFERE.
           MOVE ANO-SEMESTRE OF CH-TODOS TO WS-PERIODO-CONFERE.
           IF WS-CHAVE-CONFERE-NUM EQUAL 9999999999 THEN
               SET WS-EOF-VARRE-OK TO TRUE
           ELSE
               COMPUTE WS-PROXIMA-CHAVE-NUM = WS-CHAVE-CONFERE-NUM + 1
           END-IF.
           MOVE WS-ID-SOBREVIVENTE TO ID-ALUNO     OF CH-TODOS.
           MOVE WS-MATERIA-CONFERE TO ID-MATERIA   OF CH-TODOS.
           MOVE WS-PERIODO-CONFERE TO ANO-SEMESTRE OF CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CONFLITO-OK TO TRUE
                   DISPLAY 'CONFLITO NA MATERIA '
                           WS-MATERIA-CONFERE ' PERIODO '
                           WS-PERIODO-CONFERE
                   END-DISPLAY
           END-READ.
       P462-CONFERE-MATERIA-FIM.
           MOVE WS-ID-DUPLICADO TO ID-ALUNO OF CH-MATRICULA.
           MOVE WS-TB-CHAVE (WS-INDICE) (1:5)
                TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-TB-CHAVE (WS-INDICE) (6:5)
                TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   GO TO P705-APLICA-MATRICULA-FIM
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-ID-DUPLICADO TO ID-ALUNO OF CH-TODOS.
           MOVE ZEROS           TO ID-MATERIA OF CH-TODOS.
           MOVE ZEROS           TO ANO-SEMESTRE OF CH-TODOS.
           START TODOS-ALUNOS KEY IS NOT LESS THAN CH-TODOS
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-ID-DUPLICADO TO ID-ALUNO OF CH-MATRICULA.
           MOVE ZEROS           TO ID-MATERIA OF CH-MATRICULA.
           MOVE ZEROS           TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
                           ADD 1 TO WS-QTD-CHAVES
                           MOVE ID-MATERIA OF CH-TODOS
                                TO WS-TB-CHAVE (WS-QTD-CHAVES) (1:5)
                           MOVE ANO-SEMESTRE OF CH-TODOS
                                TO WS-TB-CHAVE (WS-QTD-CHAVES) (6:5)
                       ELSE
                           SET WS-COLETA-CHEIA-OK TO TRUE
                           SET WS-EOF-VARRE-OK TO TRUE
                           ADD 1 TO WS-QTD-CHAVES
                           MOVE ID-MATERIA OF CH-MATRICULA
                                TO WS-TB-CHAVE (WS-QTD-CHAVES) (1:5)
                           MOVE ANO-SEMESTRE OF CH-MATRICULA
                                TO WS-TB-CHAVE (WS-QTD-CHAVES) (6:5)
                       ELSE
                           SET WS-COLETA-CHEIA-OK TO TRUE
                           SET WS-EOF-VARRE-OK TO TRUE
           MOVE WS-ID-DUPLICADO TO ID-ALUNO OF CH-TODOS.
           MOVE WS-TB-CHAVE (WS-INDICE) (1:5)
                TO ID-MATERIA OF CH-TODOS.
           MOVE WS-TB-CHAVE (WS-INDICE) (6:5)
                TO ANO-SEMESTRE OF CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   GO TO P725-APLICA-ALUTODOS-FIM
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-ID-DUPLICADO TO ID-ALUNO OF CH-NOTADET.
           MOVE ZEROS           TO ID-MATERIA OF CH-NOTADET.
           MOVE ZEROS           TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE ZEROS           TO NR-AVALIACAO OF CH-NOTADET.
           START NOTASDET KEY IS NOT LESS THAN CH-NOTADET
               INVALID KEY
                           ADD 1 TO WS-QTD-CHAVES
                           MOVE ID-MATERIA OF CH-NOTADET
                                TO WS-TB-CHAVE (WS-QTD-CHAVES) (1:5)
                           MOVE ANO-SEMESTRE OF CH-NOTADET
                                TO WS-TB-CHAVE (WS-QTD-CHAVES) (6:5)
                           MOVE NR-AVALIACAO OF CH-NOTADET
                                TO WS-TB-CHAVE (WS-QTD-CHAVES) (11:2)
                       ELSE
                           SET WS-COLETA-CHEIA-OK TO TRUE
                           SET WS-EOF-VARRE-OK TO TRUE
           MOVE WS-ID-DUPLICADO TO ID-ALUNO OF CH-NOTADET.
           MOVE WS-TB-CHAVE (WS-INDICE) (1:5)
                TO ID-MATERIA OF CH-NOTADET.
           MOVE WS-TB-CHAVE (WS-INDICE) (6:5)
                TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE WS-TB-CHAVE (WS-INDICE) (11:2)
                TO NR-AVALIACAO OF CH-NOTADET.
           READ NOTASDET
               INVALID KEY
           END-EVALUATE.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P790-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
