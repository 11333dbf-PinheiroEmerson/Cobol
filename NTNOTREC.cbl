      *            ALUNO NA MATERIA, MOSTRA CADA AVALIACAO, E SO
      *            REGRAVA MD-ALUNO E A SITUACAO EM ALUTODOS (COM
      *            AUDITORIA) DEPOIS DA CONFIRMACAO DO OPERADOR.
      * Update:    25/09/2023 - SO RECALCULA A MEDIA DE ALUNO DE UNIDADE
      *            (CAMPUS) AUTORIZADA PARA O OPERADOR (PGUNIDAD, CONTRA
      *            CD-UNIDADE-ALUNO DE ALUNOS.DAT).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    05/12/2022 - O RECALCULO PASSA A PEDIR O ANO-SEMESTRE
      *            DA OFERTA E SO CONSIDERA AS AVALIACOES DAQUELA
      *            TENTATIVA (CHAVES DE NOTASDET E ALUTODOS).
      * Update:    05/10/2022 - ALUTODOS PASSA A SER A FONTE UNICA DO
      *            RESULTADO: O AJUSTE ESPELHADO EM ALUAPROV FOI
      *            RETIRADO (A LISTA DE APROVADOS E DERIVADA DO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ALU.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS SEQUENTIAL
       FD  TODOS-ALUNOS.
           COPY CFPK0004.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  AUDITORIA.
           COPY CFPK0006.

      *CONTROLE ARQUIVO AUDITORIA
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       01  WS-REG-ANTES                PIC X(167) VALUE SPACES.


       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-ID-MATERIA               PIC 9(05) VALUE ZEROS.
       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

       77  WS-SOMA-PONDERADA           PIC 9(06)V99 VALUE ZEROS.
       77  WS-SOMA-PESOS               PIC 9(04) VALUE ZEROS.
           88 WS-FS-DET-OK             VALUE 0.
       77  WS-FS-T                     PIC 99.
           88 WS-FS-T-OK               VALUE 0.
       77  WS-FS-ALU                   PIC 99.
           88 WS-FS-ALU-OK             VALUE 0.

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

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-DET WS-FS-T WS-FS-AUD
                      WS-ID-ALUNO WS-ID-MATERIA WS-ANO-SEMESTRE
                      WS-SOMA-PONDERADA
                      WS-SOMA-PESOS WS-MEDIA-NOVA WS-QTD-AVALIACOES
                      WS-REG-ANTES WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DO DETALHE DE NOTAS, DOS RESULTADOS, DOS
      *ALUNOS E DA AUDITORIA A PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\NOTASDET.DAT'  DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUTODOS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
               END-DISPLAY
               SET WS-EXIT-OK TO TRUE
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-ALU-OK THEN
               DISPLAY 'ERRO AO ABRIR ALUNOS. FILE STATUS: '
                       WS-FS-ALU
               END-DISPLAY
               SET WS-EXIT-OK TO TRUE
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
           END-DISPLAY.
           ACCEPT WS-ID-MATERIA
           END-ACCEPT.
           DISPLAY 'O ANO DA OFERTA (AAAA).................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'O SEMESTRE DA OFERTA (1 OU 2)..........: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           PERFORM P300-RECALCULA THRU P300-RECALCULA-FIM.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> PARA OUTRO RECALCULO, OU'
      *SOMA PONDERADA DAS AVALIACOES GRAVADAS NO DETALHE, MOSTRANDO
      *CADA UMA. SEM AVALIACOES GRAVADAS, NADA E RECALCULADO.
       P300-RECALCULA.
           PERFORM P305-CONFERE-UNIDADE THRU P305-CONFERE-UNIDADE-FIM.
           IF NOT WS-UN-AUTORIZADA THEN
               GO TO P300-RECALCULA-FIM
           END-IF.
           MOVE ZEROS TO WS-SOMA-PONDERADA.
           MOVE ZEROS TO WS-SOMA-PESOS.
           MOVE ZEROS TO WS-QTD-AVALIACOES.
           SET WS-EOF-DET-OK TO FALSE.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-NOTADET.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-NOTADET.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE ZEROS         TO NR-AVALIACAO.
           START NOTASDET KEY IS NOT LESS THAN CH-NOTADET
               INVALID KEY
                   WITH TEST BEFORE UNTIL WS-EOF-DET-OK.
           IF WS-QTD-AVALIACOES EQUAL ZEROS THEN
               DISPLAY 'NENHUMA AVALIACAO GRAVADA PARA ESTE ALUNO '
                       'NESTA MATERIA E PERIODO.'
               END-DISPLAY
           ELSE
               COMPUTE WS-MEDIA-NOVA =
           END-IF.
       P300-RECALCULA-FIM.

      *SO RECALCULA A MEDIA DE ALUNO DE UNIDADE (CAMPUS) EM QUE O
      *OPERADOR ESTA AUTORIZADO (PGUNIDAD).
       P305-CONFERE-UNIDADE.
           MOVE SPACE TO WS-UN-SITUACAO.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P305-CONFERE-UNIDADE-FIM
           END-READ.
           MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'ALUNO DE UNIDADE NAO AUTORIZADA PARA '
                       'O OPERADOR.'
               END-DISPLAY
           END-IF.
       P305-CONFERE-UNIDADE-FIM.

       P310-LE-AVALIACAO.
           READ NOTASDET NEXT RECORD
               AT END
               NOT AT END
                   IF ID-ALUNO OF CH-NOTADET NOT EQUAL WS-ID-ALUNO
                      OR ID-MATERIA OF CH-NOTADET NOT EQUAL
                          WS-ID-MATERIA
                      OR ANO-SEMESTRE OF CH-NOTADET NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-DET-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-AVALIACOES
       P500-APLICA.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-TODOS.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-TODOS.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   DISPLAY 'RESULTADO NAO ENCONTRADO EM ALUTODOS.'
           MOVE REG-TODOS           TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P530-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           CLOSE NOTASDET.
           CLOSE TODOS-ALUNOS.
           CLOSE ALUNOS.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

