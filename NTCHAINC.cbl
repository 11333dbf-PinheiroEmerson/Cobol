      *            REGISTRA PRESENCA OU FALTA DE CADA ALUNO NA DATA
      *            INFORMADA, GRAVANDO EM CHAMADA.DAT. A CHAMADA DE
      *            UMA DATA JA LANCADA PODE SER REGRAVADA (CORRECAO).
      * Update:    25/09/2023 - SO ENTRA NA CHAMADA O ALUNO DE TURMA
      *            DADA EM UNIDADE (CAMPUS) AUTORIZADA PARA O OPERADOR
      *            (PGUNIDAD, CONTRA A UNIDADE DA TURMA EM TURMAS.DAT;
      *            SEM TURMA CADASTRADA, A UNIDADE DO ALUNO).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO (INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX). A CHAMADA POSICIONA NA
      *            OFERTA PELA CHAVE NOVA E LE SO AS MATRICULAS DELA, EM
      *            VEZ DE PERCORRER O ARQUIVO INTEIRO.
      * Update:    03/07/2023 - PRESENCA SUGERIDA PELA IMPORTACAO DAS
      *            CATRACAS (NTCATIMP) E MOSTRADA AO PROFESSOR, QUE
      *            CONFIRMA COM <ENTER> OU CORRIGE COM P/F.
      * Update:    05/06/2023 - TURMA COM DIARIO DE CLASSE OFICIAL JA
      *            IMPRESSO (DIAFECHA.DAT/NTDIACLA) FICA FECHADA PARA
      *            LANCAMENTO: SO O SUPERVISOR (WS-COM-NIVEL) ALTERA A
      *            CHAMADA, E CADA ALTERACAO E CONTADA NO FECHAMENTO.
      * Update:    15/11/2022 - A CHAMADA PASSA A RECUSAR DATA NAO
      *            LETIVA (PGDIALET/FERIADO.DAT: FERIADO, RECESSO OU
      *            FIM DE SEMANA SEM SABADO LETIVO).
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT ALUNOS
           RECORD KEY IS CH-OCORRENCIA
           FILE  STATUS IS WS-FS-OCO.

           SELECT DIAFECHA
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-DIAFECHA
           FILE  STATUS IS WS-FS-DIA.

           SELECT TURMAS
           ASSIGN TO WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TURMA-OFERTA
           FILE  STATUS IS WS-FS-TUR.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA.
       FD  OCORRENCIAS.
           COPY CFPK0039.

       FD  DIAFECHA.
           COPY CFPK0070.

       FD  TURMAS.
           COPY CFPK0021.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
       77  WS-DATA-CANCELADA           PIC X.
           88 WS-DATA-CANCELADA-OK     VALUE 'S' FALSE 'N'.

      *CONTROLES DO FECHAMENTO DO DIARIO DE CLASSE (DIAFECHA.DAT/
      *NTDIACLA): TURMA COM DIARIO IMPRESSO SO RECEBE CHAMADA DE
      *SUPERVISOR.
       77  WS-FS-DIA                   PIC 99.
           88 WS-FS-DIA-OK             VALUE 0.
       77  WS-DIARIO-FECHADO           PIC X.
           88 WS-DIARIO-FECHADO-OK     VALUE 'S' FALSE 'N'.

      *CONTROLES DA UNIDADE (CAMPUS) DA TURMA (TURMAS.DAT/CFPK0021):
      *SO ENTRA NA CHAMADA O ALUNO DE TURMA DADA EM UNIDADE
      *AUTORIZADA PARA O OPERADOR (PGUNIDAD).
       01  WS-CAMINHO-TURMAS           PIC X(80) VALUE SPACES.
       77  WS-FS-TUR                   PIC 99.
           88 WS-FS-TUR-OK             VALUE 0.
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

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

       77  WS-QTD-LANCADOS             PIC 9(04) VALUE ZEROS.

      *CHAMADA JA PRE-PREENCHIDA PELA IMPORTACAO DAS CATRACAS
      *(NTCATIMP): <ENTER> CONFIRMA A PRESENCA SUGERIDA.
       77  WS-SUGERIDA                 PIC X.
           88 WS-SUGERIDA-OK           VALUE 'S' FALSE 'N'.

       77  WS-EOF-MATRICULA            PIC X.
           88 WS-EOF-MATRICULA-OK      VALUE 'S' FALSE 'N'.

       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).
           03 WS-COM-NIVEL             PIC 9(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
           INITIALIZE WS-FS-R WS-FS-A WS-FS-C WS-ID-MATERIA
                      WS-ANO-SEMESTRE WS-DT-CHAMADA WS-QTD-LANCADOS
                      WS-PARM-VALIDA-DATA WS-FL-PRESENCA
                      WS-FS-DIA WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EXIT-OK              TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
                  '\Modulo3\DesafioM3\OCORAULA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DIAFECHA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\TURMAS.DAT'    DELIMITED BY SIZE
                  INTO WS-CAMINHO-TURMAS
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P200-PROCESSA.
      *DIARIO DE OCORRENCIAS E OPCIONAL: SEM ELE, NENHUMA DATA ESTA
      *MARCADA COMO CANCELADA.
           OPEN INPUT OCORRENCIAS.
      *FECHAMENTO DO DIARIO E OPCIONAL: SEM ELE, NENHUMA TURMA TEVE O
      *DIARIO OFICIAL IMPRESSO.
           OPEN I-O DIAFECHA.
      *CADASTRO DE TURMAS E OPCIONAL: SEM ELE, VALE A UNIDADE DO
      *PROPRIO ALUNO.
           OPEN INPUT TURMAS.
       P400-ABRE-ARQ-FIM.

       P430-MONTA-TELA.
           END-IF.
       P435-PEDE-DATA-FIM.

      *POSICIONA NA PRIMEIRA MATRICULA DA OFERTA PELA CHAVE ALTERNADA
      *CH-OFERTA-MATRICULA (MATERIA + ANO/SEMESTRE); SO AS MATRICULAS
      *DA OFERTA SAO LIDAS. OFERTA SEM MATRICULA = FIM IMEDIATO.
       P440-POSICIONA-MATRICULA.
           SET WS-EOF-MATRICULA-OK TO FALSE.
           MOVE WS-ID-MATERIA     TO ID-MATERIA   OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE   TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS EQUAL TO CH-OFERTA-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
       P440-POSICIONA-MATRICULA-FIM.

      *A LEITURA SEGUE NA ORDEM DA CHAVE ALTERNADA; A PRIMEIRA
      *MATRICULA DE OUTRA OFERTA ENCERRA O LACO.
       P450-LE-MATRICULA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA
                      OR ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-MATRICULA-OK TO TRUE
                   ELSE
                       IF ST-MATRICULA-ATIVA THEN
                           PERFORM P460-LANCA-PRESENCA
                                   THRU P460-LANCA-PRESENCA-FIM
                       END-IF
                   END-IF
           END-READ.
       P450-LE-MATRICULA-FIM.
           READ ALUNOS
               INVALID KEY
                   MOVE SPACES TO NM-ALUNO OF REG-ALUNO
                   MOVE ZEROS  TO CD-UNIDADE-ALUNO
           END-READ.
           DISPLAY 'ALUNO ' ID-ALUNO OF CH-MATRICULA ' - '
                   NM-ALUNO OF REG-ALUNO
           END-DISPLAY.
           PERFORM P461-CONFERE-UNIDADE
                   THRU P461-CONFERE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               GO TO P460-LANCA-PRESENCA-FIM
           END-IF.
           PERFORM P462-VERIFICA-DIARIO
                   THRU P462-VERIFICA-DIARIO-FIM.
           IF WS-DIARIO-FECHADO-OK THEN
               IF WS-COM-NIVEL EQUAL 2 THEN
                   DISPLAY 'DIARIO DA TURMA ' TURMA OF REG-MATRICULA
                           ' FECHADO EM ' DT-IMPRESSAO-DIA
                           '. ALTERACAO DE SUPERVISOR.'
                   END-DISPLAY
               ELSE
                   DISPLAY 'DIARIO DA TURMA ' TURMA OF REG-MATRICULA
                           ' FECHADO EM ' DT-IMPRESSAO-DIA
                           '. ALTERACAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                   GO TO P460-LANCA-PRESENCA-FIM
               END-IF
           END-IF.
           PERFORM P463-VERIFICA-SUGESTAO
                   THRU P463-VERIFICA-SUGESTAO-FIM.
           PERFORM P465-PEDE-PRESENCA THRU P465-PEDE-PRESENCA-FIM
                   WITH TEST AFTER UNTIL WS-FL-PRESENCA-VALIDA.
           MOVE WS-ID-MATERIA  TO ID-MATERIA   OF CH-CHAMADA.
                           END-DISPLAY
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-LANCADOS
                           PERFORM P468-CONTA-ALTERACAO
                                   THRU P468-CONTA-ALTERACAO-FIM
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-LANCADOS
                   PERFORM P468-CONTA-ALTERACAO
                           THRU P468-CONTA-ALTERACAO-FIM
           END-WRITE.
       P460-LANCA-PRESENCA-FIM.
           EXIT.

      *A UNIDADE (CAMPUS) CONFERIDA E A DA TURMA DA MATRICULA;
      *MATRICULA SEM TURMA, OU TURMA FORA DO CADASTRO, VALE PELA
      *UNIDADE DO PROPRIO ALUNO.
       P461-CONFERE-UNIDADE.
           MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           IF WS-FS-TUR-OK AND
              TURMA OF REG-MATRICULA NOT EQUAL SPACES THEN
               MOVE WS-ID-MATERIA   TO ID-MATERIA OF CH-TURMA-OFERTA
               MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-TURMA
               MOVE TURMA OF REG-MATRICULA TO CD-TURMA
               READ TURMAS
                   NOT INVALID KEY
                       MOVE CD-UNIDADE-TURMA TO WS-UN-UNIDADE
               END-READ
           END-IF.
           MOVE WS-COM-OPERADOR TO WS-UN-OPERADOR.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'TURMA DE UNIDADE NAO AUTORIZADA PARA O '
                       'OPERADOR. ALUNO FORA DESTA CHAMADA.'
               END-DISPLAY
           END-IF.
       P461-CONFERE-UNIDADE-FIM.
           EXIT.

      *O DIARIO E FECHADO POR OFERTA E TURMA; A TURMA DO ALUNO VEM DA
      *MATRICULA.
       P462-VERIFICA-DIARIO.
           SET WS-DIARIO-FECHADO-OK TO FALSE.
           IF NOT WS-FS-DIA-OK THEN
               GO TO P462-VERIFICA-DIARIO-FIM
           END-IF.
           MOVE WS-ID-MATERIA          TO ID-MATERIA-DIA.
           MOVE WS-ANO-SEMESTRE        TO ANO-SEMESTRE-DIA.
           MOVE TURMA OF REG-MATRICULA TO CD-TURMA-DIA.
           READ DIAFECHA
               INVALID KEY
                   GO TO P462-VERIFICA-DIARIO-FIM
           END-READ.
           IF ST-DIARIO-FECHADO THEN
               SET WS-DIARIO-FECHADO-OK TO TRUE
           END-IF.
       P462-VERIFICA-DIARIO-FIM.
           EXIT.

      *A IMPORTACAO DAS CATRACAS PODE TER DEIXADO A PRESENCA DO ALUNO
      *SUGERIDA NESTA DATA: AVISA O PROFESSOR ANTES DE PEDIR P/F.
       P463-VERIFICA-SUGESTAO.
           SET WS-SUGERIDA-OK TO FALSE.
           MOVE WS-ID-MATERIA  TO ID-MATERIA   OF CH-CHAMADA.
           MOVE WS-ANO-SEMESTRE
                               TO ANO-SEMESTRE OF REG-CHAMADA.
           MOVE WS-DT-CHAMADA  TO DT-CHAMADA.
           MOVE ID-ALUNO OF CH-MATRICULA
                               TO ID-ALUNO     OF CH-CHAMADA.
           READ CHAMADA
               INVALID KEY
                   GO TO P463-VERIFICA-SUGESTAO-FIM
           END-READ.
           IF FL-PRESENCA-SUGERIDA THEN
               SET WS-SUGERIDA-OK TO TRUE
               DISPLAY 'CATRACA: ALUNO ENTROU NO HORARIO DA AULA '
                       '(PRESENCA SUGERIDA).'
               END-DISPLAY
           END-IF.
       P463-VERIFICA-SUGESTAO-FIM.
           EXIT.

      *ALTERACAO DE SUPERVISOR EM DIARIO FECHADO FICA CONTADA NO
      *FECHAMENTO, COM A DATA E O OPERADOR DA ULTIMA.
       P468-CONTA-ALTERACAO.
           IF NOT WS-DIARIO-FECHADO-OK THEN
               GO TO P468-CONTA-ALTERACAO-FIM
           END-IF.
           ADD 1 TO QT-ALTERACOES-DIA.
           MOVE WS-DH-DATA      TO DT-ULT-ALTERACAO-DIA.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-ALT-DIA.
           REWRITE REG-DIAFECHA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O FECHAMENTO DO DIARIO.'
                   END-DISPLAY
           END-REWRITE.
       P468-CONTA-ALTERACAO-FIM.
           EXIT.

       P465-PEDE-PRESENCA.
           IF WS-SUGERIDA-OK THEN
               DISPLAY 'PRESENCA (P) OU FALTA (F)? <ENTER> CONFIRMA '
                       'A PRESENCA: '
               END-DISPLAY
           ELSE
               DISPLAY 'PRESENCA (P) OU FALTA (F)?: '
               END-DISPLAY
           END-IF.
           MOVE SPACE TO WS-FL-PRESENCA.
           ACCEPT WS-FL-PRESENCA
           END-ACCEPT.
           IF WS-SUGERIDA-OK AND WS-FL-PRESENCA EQUAL SPACE THEN
               MOVE 'P' TO WS-FL-PRESENCA
           END-IF.
           IF NOT WS-FL-PRESENCA-VALIDA THEN
               DISPLAY 'INFORME P OU F.'
               END-DISPLAY
           IF WS-FS-OCO-OK THEN
               CLOSE OCORRENCIAS
           END-IF.
           IF WS-FS-DIA-OK THEN
               CLOSE DIAFECHA
           END-IF.
           IF WS-FS-TUR-OK THEN
               CLOSE TURMAS
           END-IF.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
