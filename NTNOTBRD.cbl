      *            FAMILIAS PELO FORMATADOR NTNOTIFY COMO QUALQUER
      *            EVENTO DO SISTEMA. O DISPARO E REGISTRADO NA
      *            AUDITORIA (QUEM ENVIOU, O QUE E PARA QUANTOS).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO (INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX). O DISPARO POSICIONA NA
      *            OFERTA PELA CHAVE NOVA E LE SO AS MATRICULAS DELA; A
      *            TURMA CONTINUA FILTRADA NA LEITURA.
      * Update:    20/09/2023 - ANTES DA CONFIRMACAO, O AVISO E MOSTRADO
      *            COMO AS FAMILIAS VAO RECEBE-LO: MONTADO PELO MODELO
      *            VIGENTE DO EVENTO AVISO EM MODELO.DAT (PGMODELO,
      *            MANTIDO NO NTMODMAN) PARA O SMS DO ALUNO E O E-MAIL
      *            DO RESPONSAVEL, COM A MATERIA DA OFERTA E O TEXTO
      *            DIGITADO NO MARCADOR #TEXTO#. A ENTREGA CONTINUA PELO
      *            NTNOTIFY, QUE MONTA PELO MESMO MODELO.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT NOTIFICA

       77  WS-QTD-NOTIFICADOS          PIC 9(04) VALUE ZEROS.

      *AREA DA MONTAGEM PELO MODELO (PGMODELO), USADA NA PREVIA.
       01  WS-PARM-MODELO.
           03 WS-MD-TP-EVENTO          PIC X(10).
           03 WS-MD-CANAL              PIC X(01).
           03 WS-MD-TP-DESTINATARIO    PIC X(01).
           03 WS-MD-DT-REFERENCIA      PIC 9(08).
           03 WS-MD-NM-ALUNO           PIC X(30).
           03 WS-MD-NM-MATERIA         PIC X(20).
           03 WS-MD-DT-VENCIMENTO      PIC X(10).
           03 WS-MD-VL-COBRANCA        PIC X(15).
           03 WS-MD-NM-RESPONSAVEL     PIC X(30).
           03 WS-MD-DT-MENSAGEM        PIC X(10).
           03 WS-MD-TX-LIVRE           PIC X(40).
           03 WS-MD-ST-MODELO          PIC X(01).
               88 WS-MD-MODELO-OK          VALUE 'S'.
           03 WS-MD-DT-INICIO-VIGENTE  PIC 9(08).
           03 WS-MD-QT-LINHAS          PIC 9(01).
           03 WS-MD-LINHA-MSG          PIC X(80) OCCURS 6 TIMES.
           03 WS-MD-TX-CORRIDO         PIC X(120).

       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EXIT                     PIC X.
           88 WS-FS-NOT-OK             VALUE 0.
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
           END-IF.
           DISPLAY 'AVISO: ' WS-MENSAGEM-AVISO
           END-DISPLAY.
           PERFORM P505-PREVIA-MODELO THRU P505-PREVIA-MODELO-FIM.
           DISPLAY 'CONFIRMA O ENVIO A TODOS OS MATRICULADOS?'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
       P500-CONFIRMA-ENVIO-FIM.
           EXIT.

      *PREVIA DO AVISO COMO SAI PELO NTNOTIFY: SMS DO ALUNO E E-MAIL
      *DO RESPONSAVEL, PELO MODELO VIGENTE HOJE (SEM MODELO, O TEXTO
      *PADRAO 'COMUNICADO DA SECRETARIA').
       P505-PREVIA-MODELO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           INITIALIZE WS-PARM-MODELO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE 'AVISO'                   TO WS-MD-TP-EVENTO.
           MOVE WS-DH-DATA                TO WS-MD-DT-REFERENCIA.
           MOVE '(NOME DO ALUNO)'         TO WS-MD-NM-ALUNO.
           MOVE NM-MATERIA OF REG-MATERIA TO WS-MD-NM-MATERIA.
           MOVE WS-MENSAGEM-AVISO         TO WS-MD-TX-LIVRE.
           STRING WS-DH-DIA '/' WS-DH-MES '/' WS-DH-ANO
                  DELIMITED BY SIZE
                  INTO WS-MD-DT-MENSAGEM
           END-STRING.
           MOVE 'S' TO WS-MD-CANAL.
           MOVE 'A' TO WS-MD-TP-DESTINATARIO.
           MOVE SPACES TO WS-MD-NM-RESPONSAVEL.
           CALL 'PGMODELO' USING WS-PARM-MODELO.
           IF WS-MD-MODELO-OK THEN
               DISPLAY 'SMS DO ALUNO.........: ' WS-MD-TX-CORRIDO
               END-DISPLAY
           ELSE
               DISPLAY 'SMS DO ALUNO.........: COMUNICADO DA '
                       'SECRETARIA: ' WS-MENSAGEM-AVISO
               END-DISPLAY
           END-IF.
           MOVE 'E' TO WS-MD-CANAL.
           MOVE 'R' TO WS-MD-TP-DESTINATARIO.
           MOVE '(NOME DO RESPONSAVEL)' TO WS-MD-NM-RESPONSAVEL.
           CALL 'PGMODELO' USING WS-PARM-MODELO.
           IF WS-MD-MODELO-OK THEN
               DISPLAY 'E-MAIL DO RESPONSAVEL: ' WS-MD-TX-CORRIDO
               END-DISPLAY
           ELSE
               DISPLAY 'E-MAIL DO RESPONSAVEL: SOBRE O(A) ALUNO(A) '
                       '(NOME DO ALUNO): COMUNICADO DA SECRETARIA: '
                       WS-MENSAGEM-AVISO
               END-DISPLAY
           END-IF.
       P505-PREVIA-MODELO-FIM.

      *LE AS MATRICULAS DA OFERTA E DEPOSITA UM EVENTO AVISO PARA
      *CADA ALUNO COM MATRICULA ATIVA (E NA TURMA, QUANDO FILTRADA).
      *AO FINAL, O DISPARO E AUDITADO.
       P510-DISPARA-AVISOS.
           MOVE ZEROS TO WS-QTD-NOTIFICADOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           SET WS-EOF-MATRICULA-OK TO FALSE.
      *POSICIONA NA OFERTA PELA CHAVE ALTERNADA CH-OFERTA-MATRICULA
      *(MATERIA + ANO/SEMESTRE); UM SEGUNDO COMUNICADO NA MESMA
      *SESSAO REPOSICIONA DO MESMO JEITO.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS EQUAL TO CH-OFERTA-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA OR
                      ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-MATRICULA-OK TO TRUE
                       GO TO P520-LE-MATRICULA-FIM
                   END-IF
                   IF ST-MATRICULA-ATIVA THEN
                       IF WS-TURMA-FILTRO EQUAL SPACES OR
                          TURMA OF REG-MATRICULA EQUAL
                              WS-TURMA-FILTRO THEN
           END-STRING.
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
       P540-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
