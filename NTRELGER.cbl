      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    05/12/2022 - AREA DO REGISTRO DO ALUTODOS ACOMPANHA O
      *            ANO-SEMESTRE, QUE PASSOU A FAZER PARTE DA CHAVE.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    19/09/2023 - RELATORIO POR UNIDADE (CAMPUS) E
      *            CONSOLIDADO: PEDE A UNIDADE (ZERO = TODAS) E SO LISTA
      *            ALUNOS DE UNIDADES EM QUE O OPERADOR ESTA AUTORIZADO
      *            (PGUNIDAD), PELA UNIDADE DO ALUNO (CD-UNIDADE-ALUNO,
      *            ZERO = SEDE). O CABECALHO DO ALUNO MOSTRA A UNIDADE E
      *            O RESUMO FINAL TRAZ OS TOTAIS POR UNIDADE ANTES DO
      *            CONSOLIDADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD  KEY IS CH-TODOS OF REG-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS OF REG-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT ALUNOS
           03 WS-CH-TODOS.
               05 WS-ID-ALUNO        PIC 9(05).
               05 WS-ID-MATERIA      PIC 9(05).
               05 WS-ANO-SEMESTRE.
                   07 WS-AS-ANO      PIC 9(04).
                   07 WS-AS-SEMESTRE PIC 9(01).
           03 WS-NM-ALUNO            PIC X(20).
           03 WS-TL-ALUNO.
               05 WS-FONEAREA        PIC 9(02).
           03 WS-MD-ALUNO            PIC 9(02)V99.
           03 WS-ST-APROVACAO        PIC X(10).
           03 WS-TURMA               PIC X(04).
           03 WS-FR-ALUNO            PIC 9(03)V99.

      *DADOS DO ALUNO DO GRUPO CORRENTE, LIDOS UMA SO VEZ POR ALUNO NO
       77  WS-TEM-GRUPO-ABERTO       PIC X     VALUE 'N'.
           88 WS-TEM-GRUPO-ABERTO-OK VALUE 'S' FALSE 'N'.

       77  WS-ALUNO-INCLUIDO         PIC X     VALUE 'N'.
           88 WS-ALUNO-INCLUIDO-OK   VALUE 'S' FALSE 'N'.

      *UNIDADE PEDIDA (ZERO = TODAS AS AUTORIZADAS), UNIDADE DO ALUNO
      *DO GRUPO, TOTAIS POR UNIDADE E AUTORIZACAO DO OPERADOR EM
      *CADA UMA (BRANCO = AINDA NAO CONFERIDA NA PGUNIDAD).
       77  WS-CD-UNIDADE-REL         PIC 9(02) VALUE ZEROS.
       77  WS-UNIDADE-ALUNO          PIC 9(02) VALUE ZEROS.
       77  WS-IND-UNIDADE            PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-UNIDADES.
           03 WS-ENTRADA-UNIDADE OCCURS 99 TIMES.
               05 WS-UT-QT-ALUNOS    PIC 9(04).
               05 WS-UT-QT-MATERIAS  PIC 9(04).
       01  WS-TABELA-AUTORIZACAO.
           03 WS-AUT-UNIDADE         PIC X(01) OCCURS 99 TIMES.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD).
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR         PIC X(10).
           03 WS-UN-UNIDADE          PIC 9(02).
           03 WS-UN-SITUACAO         PIC X(01).
               88 WS-UN-AUTORIZADA       VALUE 'A'.
           03 WS-UN-NOME             PIC X(30).
           03 WS-UN-INEP             PIC 9(08).
           03 WS-UN-LOTACAO          PIC 9(02).
           03 WS-UN-ATIVA            PIC X(01).

       77  WS-ACHOU-ALUNO            PIC X     VALUE 'N'.
           88 WS-ACHOU-ALUNO-OK      VALUE 'S' FALSE 'N'.
       77  WS-ACHOU-MATERIA          PIC X     VALUE 'N'.
       P400-ABRE-ARQUIVOS-FIM.

       P200-PROCESSA.
           INITIALIZE WS-TABELA-UNIDADES WS-TABELA-AUTORIZACAO.
           DISPLAY 'INFORME A UNIDADE (ZERO = TODAS)........: '
           END-DISPLAY.
           ACCEPT WS-CD-UNIDADE-REL
           END-ACCEPT.
           IF WS-CD-UNIDADE-REL IS NOT NUMERIC THEN
               MOVE ZEROS TO WS-CD-UNIDADE-REL
           END-IF.
           IF WS-CD-UNIDADE-REL IS GREATER THAN ZEROS THEN
               MOVE WS-CD-UNIDADE-REL TO WS-IND-UNIDADE
               PERFORM P480-CONFERE-AUTORIZACAO
                       THRU P480-CONFERE-AUTORIZACAO-FIM
               IF WS-AUT-UNIDADE (WS-IND-UNIDADE) NOT EQUAL 'A' THEN
                   DISPLAY 'UNIDADE NAO AUTORIZADA PARA O OPERADOR.'
                   END-DISPLAY
                   GO TO P200-PROCESSA-FIM
               END-IF
           END-IF.
           PERFORM P300-ABRE-SPOOL     THRU P300-ABRE-SPOOL-FIM.
           PERFORM P410-LE-REGISTRO    THRU P410-LE-REGISTRO-FIM
                   WITH TEST
                   THRU P460-MOSTRA-RESUMO-GERAL-FIM.
           PERFORM P310-FECHA-SPOOL    THRU P310-FECHA-SPOOL-FIM.
       P200-PROCESSA-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
                   PERFORM P440-INICIA-ALUNO
                           THRU P440-INICIA-ALUNO-FIM
           END-EVALUATE.
           IF WS-ALUNO-INCLUIDO-OK THEN
               PERFORM P445-LISTA-MATERIA THRU P445-LISTA-MATERIA-FIM
           END-IF.
       P430-PROCESSA-REGISTRO-FIM.

      *ABRE UM GRUPO NOVO: BUSCA OS DADOS DO ALUNO E IMPRIME O
      *CABECALHO DO BLOCO DELE NO RELATORIO. ALUNO DE OUTRA UNIDADE
      *QUE NAO A PEDIDA, OU DE UNIDADE NAO AUTORIZADA, FICA FORA.
       P440-INICIA-ALUNO.
           MOVE WS-ID-ALUNO OF WS-REG-TODOS TO WS-ID-ALUNO-ATUAL.
           SET WS-TEM-GRUPO-ABERTO-OK TO TRUE.
           SET WS-ALUNO-INCLUIDO-OK TO FALSE.
           MOVE ZEROS TO WS-CONTA-MATERIAS WS-SOMA-MEDIAS.
           PERFORM P470-BUSCA-ALUNO THRU P470-BUSCA-ALUNO-FIM.
           MOVE 01 TO WS-UNIDADE-ALUNO.
           IF WS-ACHOU-ALUNO-OK
              AND CD-UNIDADE-ALUNO IS NUMERIC
              AND CD-UNIDADE-ALUNO IS GREATER THAN ZEROS
              AND CD-UNIDADE-ALUNO IS LESS THAN 99 THEN
               MOVE CD-UNIDADE-ALUNO TO WS-UNIDADE-ALUNO
           END-IF.
           IF WS-CD-UNIDADE-REL IS GREATER THAN ZEROS
              AND WS-CD-UNIDADE-REL NOT EQUAL WS-UNIDADE-ALUNO THEN
               GO TO P440-INICIA-ALUNO-FIM
           END-IF.
           MOVE WS-UNIDADE-ALUNO TO WS-IND-UNIDADE.
           PERFORM P480-CONFERE-AUTORIZACAO
                   THRU P480-CONFERE-AUTORIZACAO-FIM.
           IF WS-AUT-UNIDADE (WS-IND-UNIDADE) NOT EQUAL 'A' THEN
               GO TO P440-INICIA-ALUNO-FIM
           END-IF.
           SET WS-ALUNO-INCLUIDO-OK TO TRUE.
           ADD 1 TO WS-CONTA-ALUNOS.
           ADD 1 TO WS-UT-QT-ALUNOS (WS-UNIDADE-ALUNO).
           PERFORM P455-IMPRIME-CABECALHO-ALUNO
                   THRU P455-IMPRIME-CABECALHO-ALUNO-FIM.
       P440-INICIA-ALUNO-FIM.
           EXIT.

      *AUTORIZACAO DO OPERADOR NA UNIDADE WS-IND-UNIDADE, CONFERIDA
      *UMA VEZ POR UNIDADE.
       P480-CONFERE-AUTORIZACAO.
           IF WS-AUT-UNIDADE (WS-IND-UNIDADE) EQUAL SPACE THEN
               MOVE WS-COM-OPERADOR TO WS-UN-OPERADOR
               MOVE WS-IND-UNIDADE  TO WS-UN-UNIDADE
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
               MOVE WS-UN-SITUACAO
                    TO WS-AUT-UNIDADE (WS-IND-UNIDADE)
           END-IF.
       P480-CONFERE-AUTORIZACAO-FIM.

      *BUSCA OS DADOS CADASTRAIS DO ALUNO DO GRUPO CORRENTE EM ALUNOS.
       P470-BUSCA-ALUNO.
           IF WS-ACHOU-ALUNO-OK THEN
               STRING 'ALUNO ' WS-ID-ALUNO-ATUAL ' - '
                      FUNCTION TRIM (WS-NM-ALUNO-CAB OF WS-ALUNO)
                      ' - UNIDADE ' WS-UNIDADE-ALUNO
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL

           ADD 1 TO WS-CONTA-MATERIAS.
           ADD 1 TO WS-CONTA-REG.
           ADD 1 TO WS-UT-QT-MATERIAS (WS-UNIDADE-ALUNO).
           ADD WS-MD-ALUNO OF WS-REG-TODOS TO WS-SOMA-MEDIAS.

           STRING '   MATERIA: '
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P465-MOSTRA-TOTAL-UNIDADE
                   THRU P465-MOSTRA-TOTAL-UNIDADE-FIM
                   VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > 98.
           STRING '*** TOTAL CONSOLIDADO DE ALUNOS.: '
                  WS-CONTA-ALUNOS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           END-DISPLAY.
       P460-MOSTRA-RESUMO-GERAL-FIM.

       P465-MOSTRA-TOTAL-UNIDADE.
           IF WS-UT-QT-ALUNOS (WS-IND-UNIDADE) EQUAL ZEROS THEN
               GO TO P465-MOSTRA-TOTAL-UNIDADE-FIM
           END-IF.
           STRING '*** UNIDADE ' WS-IND-UNIDADE ': '
                  WS-UT-QT-ALUNOS (WS-IND-UNIDADE) ' ALUNO(S), '
                  WS-UT-QT-MATERIAS (WS-IND-UNIDADE)
                  ' MATERIA(S) LISTADA(S)'
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P465-MOSTRA-TOTAL-UNIDADE-FIM.
           EXIT.

       P800-ERRO.
           DISPLAY 'ERRO DE LEITURA. APLICACAO FINALIZADA.'
           END-DISPLAY.
