      *            TURMA EM TURMAS.DAT). UM BLOCO POR CURSO E O
      *            RESUMO GERAL, NO SPOOL (PGSPOOL), REIMPRIMIVEL
      *            PELO NTSPLREP.
      * Update:    15/09/2023 - MATRICULA.DAT E ALUTODOS.DAT DECLARADOS
      *            COM A CHAVE ALTERNADA DA OFERTA (MATERIA +
      *            ANO/SEMESTRE), IGUAL EM TODO PROGRAMA QUE ABRE O
      *            ARQUIVO. INDICE MONTADO NA VIRADA PELO NTOFEIDX.
      * Update:    19/09/2023 - BLOCO POR UNIDADE (CAMPUS) ANTES DO
      *            RESUMO DA ESCOLA, QUE PASSA A SER O CONSOLIDADO.
      *            ALUNOS, RESULTADOS E MENSALIDADES CONTAM NA UNIDADE
      *            DO ALUNO (CD-UNIDADE-ALUNO); A OFERTA, NA UNIDADE DA
      *            SUA PRIMEIRA TURMA (SEM TURMA, A SEDE). SO ENTRAM AS
      *            UNIDADES EM QUE O OPERADOR ESTA AUTORIZADO
      *            (PGUNIDAD), INCLUSIVE NOS BLOCOS DE CURSO E NO
      *            CONSOLIDADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-MT.

           SELECT ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT MENSALIDADE
           SELECT TURMAS
           ASSIGN TO WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TURMA-OFERTA
           FILE  STATUS IS WS-FS-TU.

               05 WS-TB-QT-COB-EMITIDA PIC 9(05).
               05 WS-TB-QT-COB-PAGA    PIC 9(05).

      *ACUMULADORES POR UNIDADE (CAMPUS), ENDERECADOS DIRETO PELO
      *CODIGO DA UNIDADE, E AUTORIZACAO DO OPERADOR EM CADA UMA
      *(BRANCO = AINDA NAO CONFERIDA NA PGUNIDAD).
       01  WS-TABELA-UNIDADES.
           03 WS-ENTRADA-UNIDADE OCCURS 99 TIMES.
               05 WS-UT-QT-ALU-ATUAL   PIC 9(05).
               05 WS-UT-QT-ALU-ANTER   PIC 9(05).
               05 WS-UT-QT-RESULTADOS  PIC 9(05).
               05 WS-UT-QT-APROVADOS   PIC 9(05).
               05 WS-UT-QT-REPROV-FREQ PIC 9(05).
               05 WS-UT-QT-COB-EMITIDA PIC 9(05).
               05 WS-UT-QT-COB-PAGA    PIC 9(05).
               05 WS-UT-QT-OFERTAS     PIC 9(04).
               05 WS-UT-SOMA-VAGAS     PIC 9(06).
               05 WS-UT-SOMA-OCUPADAS  PIC 9(06).
       01  WS-TABELA-AUTORIZACAO.
           03 WS-AUT-UNIDADE           PIC X(01) OCCURS 99 TIMES.
       77  WS-IND-UNIDADE              PIC 9(02) VALUE ZEROS.
       77  WS-UNIDADE-ALUNO            PIC 9(02) VALUE ZEROS.

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

      *MATRICULAS POR TURNO DA TURMA (1=MANHA 2=TARDE 3=NOITE
      *4=SEM TURMA/TURNO), PERIODO ATUAL E ANTERIOR.
       01  WS-TABELA-TURNOS.
                      WS-GE-QT-COB-PAGA WS-TX-CALCULADA
                      WS-TX-OCUPACAO WS-QTD-SEM-CADASTRO
                      WS-LINHAS-SPOOL WS-LINHA-REL
                      WS-TABELA-UNIDADES WS-TABELA-AUTORIZACAO
                      WS-IND-UNIDADE WS-UNIDADE-ALUNO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MATRICULA-OK     TO FALSE.
           PERFORM P500-LISTA-CURSO  THRU P500-LISTA-CURSO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 99.
           PERFORM P650-LISTA-UNIDADE THRU P650-LISTA-UNIDADE-FIM
                   VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > 98.
           PERFORM P600-RESUMO-ESCOLA
                   THRU P600-RESUMO-ESCOLA-FIM.
           PERFORM P310-FECHA-SPOOL  THRU P310-FECHA-SPOOL-FIM.
               ADD 1 TO WS-QTD-SEM-CADASTRO
               GO TO P415-ACUMULA-MATRICULA-FIM
           END-IF.
           IF WS-AUT-UNIDADE (WS-UNIDADE-ALUNO) NOT EQUAL 'A' THEN
               GO TO P415-ACUMULA-MATRICULA-FIM
           END-IF.
           IF ANO-SEMESTRE OF REG-MATRICULA EQUAL
                  WS-PERIODO-ATUAL THEN
               IF NOT WS-CONTOU-ATUAL-OK THEN
                   SET WS-CONTOU-ATUAL-OK TO TRUE
                   ADD 1 TO WS-TB-QT-ALU-ATUAL (WS-CURSO-ALUNO)
                   ADD 1 TO WS-UT-QT-ALU-ATUAL (WS-UNIDADE-ALUNO)
               END-IF
               PERFORM P420-BUSCA-TURNO THRU P420-BUSCA-TURNO-FIM
               ADD 1 TO WS-TU-QT-ATUAL (WS-INDICE-TURNO)
               IF NOT WS-CONTOU-ANTERIOR-OK THEN
                   SET WS-CONTOU-ANTERIOR-OK TO TRUE
                   ADD 1 TO WS-TB-QT-ALU-ANTER (WS-CURSO-ALUNO)
                   ADD 1 TO WS-UT-QT-ALU-ANTER (WS-UNIDADE-ALUNO)
               END-IF
               PERFORM P420-BUSCA-TURNO THRU P420-BUSCA-TURNO-FIM
               ADD 1 TO WS-TU-QT-ANTERIOR (WS-INDICE-TURNO)
               NOT INVALID KEY
                   MOVE ID-CURSO OF REG-ALUNO TO WS-CURSO-ALUNO
           END-READ.
           PERFORM P490-UNIDADE-ALUNO THRU P490-UNIDADE-ALUNO-FIM.
       P418-BUSCA-CURSO-ALUNO-FIM.

      *RESOLVE O TURNO DA MATRICULA PELA TURMA ESCOLHIDA (TURNO DA
               NOT AT END
                   IF ANO-SEMESTRE OF REG-MATERIA EQUAL
                          WS-PERIODO-ATUAL THEN
                       PERFORM P435-ACUMULA-OFERTA
                               THRU P435-ACUMULA-OFERTA-FIM
                   END-IF
           END-READ.
       P430-LE-OFERTA-FIM.

      *UNIDADE DA OFERTA = A DA PRIMEIRA TURMA CADASTRADA DELA (SEM
      *TURMA, A SEDE). OFERTA DE UNIDADE NAO AUTORIZADA FICA FORA.
       P435-ACUMULA-OFERTA.
           MOVE 01 TO WS-IND-UNIDADE.
           IF WS-FS-TU-OK THEN
               MOVE ID-MATERIA OF REG-MATERIA
                    TO ID-MATERIA OF CH-TURMA-OFERTA
               MOVE ANO-SEMESTRE OF REG-MATERIA
                    TO ANO-SEMESTRE OF REG-TURMA
               MOVE LOW-VALUES TO CD-TURMA
               START TURMAS KEY IS NOT LESS THAN CH-TURMA-OFERTA
                   INVALID KEY
                       MOVE ZEROS TO ID-MATERIA OF CH-TURMA-OFERTA
                   NOT INVALID KEY
                       READ TURMAS NEXT RECORD
                           AT END
                               MOVE ZEROS
                                    TO ID-MATERIA OF CH-TURMA-OFERTA
                       END-READ
               END-START
               IF ID-MATERIA OF CH-TURMA-OFERTA EQUAL
                      ID-MATERIA OF REG-MATERIA
                  AND ANO-SEMESTRE OF REG-TURMA EQUAL
                      ANO-SEMESTRE OF REG-MATERIA
                  AND CD-UNIDADE-TURMA IS NUMERIC
                  AND CD-UNIDADE-TURMA IS GREATER THAN ZEROS THEN
                   MOVE CD-UNIDADE-TURMA TO WS-IND-UNIDADE
               END-IF
           END-IF.
           PERFORM P495-CONFERE-AUTORIZACAO
                   THRU P495-CONFERE-AUTORIZACAO-FIM.
           IF WS-AUT-UNIDADE (WS-IND-UNIDADE) NOT EQUAL 'A' THEN
               GO TO P435-ACUMULA-OFERTA-FIM
           END-IF.
           ADD 1 TO WS-QT-OFERTAS.
           ADD MX-VAGAS    TO WS-SOMA-VAGAS.
           ADD QT-OCUPADAS TO WS-SOMA-OCUPADAS.
           ADD 1           TO WS-UT-QT-OFERTAS    (WS-IND-UNIDADE).
           ADD MX-VAGAS    TO WS-UT-SOMA-VAGAS    (WS-IND-UNIDADE).
           ADD QT-OCUPADAS TO WS-UT-SOMA-OCUPADAS (WS-IND-UNIDADE).
       P435-ACUMULA-OFERTA-FIM.
           EXIT.

      *VARRE ALUTODOS.DAT ACUMULANDO, POR CURSO DO ALUNO, OS
      *RESULTADOS DO PERIODO: APROVADOS E REPROVADOS POR FREQUENCIA
      *(REPROVADO COM MEDIA SUFICIENTE SO PODE TER CAIDO POR FALTA).
               ADD 1 TO WS-QTD-SEM-CADASTRO
               GO TO P455-ACUMULA-RESULTADO-FIM
           END-IF.
           PERFORM P490-UNIDADE-ALUNO THRU P490-UNIDADE-ALUNO-FIM.
           IF WS-AUT-UNIDADE (WS-UNIDADE-ALUNO) NOT EQUAL 'A' THEN
               GO TO P455-ACUMULA-RESULTADO-FIM
           END-IF.
           ADD 1 TO WS-TB-QT-RESULTADOS (WS-CURSO-ALUNO).
           ADD 1 TO WS-UT-QT-RESULTADOS (WS-UNIDADE-ALUNO).
           EVALUATE ST-APROVACAO OF REG-TODOS
               WHEN 'APROVADO'
                   ADD 1 TO WS-TB-QT-APROVADOS (WS-CURSO-ALUNO)
                   ADD 1 TO WS-UT-QT-APROVADOS (WS-UNIDADE-ALUNO)
               WHEN 'REPROVADO'
                   IF MD-ALUNO OF REG-TODOS IS NOT LESS THAN
                          NT-APROVACAO OF REG-TODOS THEN
                       ADD 1 TO
                           WS-TB-QT-REPROV-FREQ (WS-CURSO-ALUNO)
                       ADD 1 TO
                           WS-UT-QT-REPROV-FREQ (WS-UNIDADE-ALUNO)
                   END-IF
           END-EVALUATE.
       P455-ACUMULA-RESULTADO-FIM.
               ADD 1 TO WS-QTD-SEM-CADASTRO
               GO TO P475-ACUMULA-COBRANCA-FIM
           END-IF.
           PERFORM P490-UNIDADE-ALUNO THRU P490-UNIDADE-ALUNO-FIM.
           IF WS-AUT-UNIDADE (WS-UNIDADE-ALUNO) NOT EQUAL 'A' THEN
               GO TO P475-ACUMULA-COBRANCA-FIM
           END-IF.
           ADD 1 TO WS-TB-QT-COB-EMITIDA (WS-CURSO-ALUNO).
           ADD 1 TO WS-UT-QT-COB-EMITIDA (WS-UNIDADE-ALUNO).
           IF DT-PAGAMENTO IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-TB-QT-COB-PAGA (WS-CURSO-ALUNO)
               ADD 1 TO WS-UT-QT-COB-PAGA (WS-UNIDADE-ALUNO)
           END-IF.
       P475-ACUMULA-COBRANCA-FIM.
           EXIT.

      *UNIDADE DO ALUNO RECEM-LIDO EM ALUNOS (ZERO, INVALIDA OU
      *ALUNO SEM CADASTRO = SEDE), JA CONFERIDA PARA O OPERADOR.
       P490-UNIDADE-ALUNO.
           MOVE 01 TO WS-UNIDADE-ALUNO.
           IF WS-CURSO-ALUNO IS GREATER THAN ZEROS
              AND CD-UNIDADE-ALUNO IS NUMERIC
              AND CD-UNIDADE-ALUNO IS GREATER THAN ZEROS
              AND CD-UNIDADE-ALUNO IS LESS THAN 99 THEN
               MOVE CD-UNIDADE-ALUNO TO WS-UNIDADE-ALUNO
           END-IF.
           MOVE WS-UNIDADE-ALUNO TO WS-IND-UNIDADE.
           PERFORM P495-CONFERE-AUTORIZACAO
                   THRU P495-CONFERE-AUTORIZACAO-FIM.
       P490-UNIDADE-ALUNO-FIM.

      *AUTORIZACAO DO OPERADOR NA UNIDADE WS-IND-UNIDADE, CONFERIDA
      *UMA VEZ POR UNIDADE.
       P495-CONFERE-AUTORIZACAO.
           IF WS-AUT-UNIDADE (WS-IND-UNIDADE) EQUAL SPACE THEN
               MOVE WS-COM-OPERADOR TO WS-UN-OPERADOR
               MOVE WS-IND-UNIDADE  TO WS-UN-UNIDADE
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
               MOVE WS-UN-SITUACAO
                    TO WS-AUT-UNIDADE (WS-IND-UNIDADE)
           END-IF.
       P495-CONFERE-AUTORIZACAO-FIM.

      *IMPRIME O BLOCO DE UM CURSO COM MOVIMENTO EM QUALQUER DAS
      *CONTAGENS, E SOMA O CURSO NOS TOTAIS GERAIS DA ESCOLA.
       P500-LISTA-CURSO.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'RESUMO DA ESCOLA (CONSOLIDADO DAS UNIDADES)'
                TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '   ALUNOS MATRICULADOS: ' WS-GE-QT-ALU-ATUAL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P610-LINHA-TURNO-FIM.

      *BLOCO DE UMA UNIDADE COM MOVIMENTO EM QUALQUER DAS CONTAGENS.
       P650-LISTA-UNIDADE.
           IF WS-UT-QT-ALU-ATUAL    (WS-IND-UNIDADE) EQUAL ZEROS AND
              WS-UT-QT-ALU-ANTER    (WS-IND-UNIDADE) EQUAL ZEROS AND
              WS-UT-QT-RESULTADOS   (WS-IND-UNIDADE) EQUAL ZEROS AND
              WS-UT-QT-COB-EMITIDA  (WS-IND-UNIDADE) EQUAL ZEROS AND
              WS-UT-QT-OFERTAS      (WS-IND-UNIDADE) EQUAL ZEROS THEN
               GO TO P650-LISTA-UNIDADE-FIM
           END-IF.
           MOVE WS-COM-OPERADOR TO WS-UN-OPERADOR.
           MOVE WS-IND-UNIDADE  TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'UNIDADE ' WS-IND-UNIDADE ' - ' WS-UN-NOME
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '   ALUNOS MATRICULADOS: '
                  WS-UT-QT-ALU-ATUAL (WS-IND-UNIDADE)
                  ' (PERIODO ANTERIOR: '
                  WS-UT-QT-ALU-ANTER (WS-IND-UNIDADE) ')'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-UT-SOMA-VAGAS (WS-IND-UNIDADE) IS GREATER THAN
                  ZEROS THEN
               COMPUTE WS-TX-OCUPACAO ROUNDED =
                   (WS-UT-SOMA-OCUPADAS (WS-IND-UNIDADE) * 100)
                   / WS-UT-SOMA-VAGAS (WS-IND-UNIDADE)
           ELSE
               MOVE ZEROS TO WS-TX-OCUPACAO
           END-IF.
           STRING '   OFERTAS DADAS: '
                  WS-UT-QT-OFERTAS (WS-IND-UNIDADE)
                  ' OCUPACAO MEDIA ' WS-TX-OCUPACAO ' % ('
                  WS-UT-SOMA-OCUPADAS (WS-IND-UNIDADE) ' DE '
                  WS-UT-SOMA-VAGAS (WS-IND-UNIDADE) ' VAGAS)'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-UT-QT-RESULTADOS (WS-IND-UNIDADE) IS GREATER THAN
                  ZEROS THEN
               COMPUTE WS-TX-CALCULADA ROUNDED =
                   (WS-UT-QT-APROVADOS (WS-IND-UNIDADE) * 100)
                   / WS-UT-QT-RESULTADOS (WS-IND-UNIDADE)
               STRING '   RESULTADOS: '
                      WS-UT-QT-RESULTADOS (WS-IND-UNIDADE)
                      ' APROVACAO ' WS-TX-CALCULADA ' %'
                      ' REPROVACAO POR FREQUENCIA: '
                      WS-UT-QT-REPROV-FREQ (WS-IND-UNIDADE)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           IF WS-UT-QT-COB-EMITIDA (WS-IND-UNIDADE) IS GREATER THAN
                  ZEROS THEN
               COMPUTE WS-TX-CALCULADA ROUNDED =
                   (WS-UT-QT-COB-PAGA (WS-IND-UNIDADE) * 100)
                   / WS-UT-QT-COB-EMITIDA (WS-IND-UNIDADE)
               STRING '   MENSALIDADES RECEBIDAS: '
                      WS-UT-QT-COB-PAGA (WS-IND-UNIDADE) ' DE '
                      WS-UT-QT-COB-EMITIDA (WS-IND-UNIDADE)
                      ' (' WS-TX-CALCULADA ' %)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P650-LISTA-UNIDADE-FIM.
           EXIT.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
