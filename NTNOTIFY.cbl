      *            TELEFONE, NO FORMATO QUE A SECRETARIA ENTREGA AO
      *            BUREAU DE SMS. OS EVENTOS FORMATADOS SAO MARCADOS
      *            COMO PROCESSADOS PARA NAO SAIREM DUAS VEZES.
      * Update:    20/09/2023 - O TEXTO DE CADA SMS E E-MAIL PASSA A SER
      *            MONTADO PELO MODELO VIGENTE EM MODELO.DAT (PGMODELO,
      *            MANTIDO NO NTMODMAN), POR EVENTO, CANAL E
      *            DESTINATARIO (ALUNO, RESPONSAVEL OU RESPONSAVEL
      *            FINANCEIRO), COM NOME DO ALUNO, MATERIA, VENCIMENTO,
      *            VALOR E NOME DO RESPONSAVEL. SEM MODELO VIGENTE, SAI
      *            O TEXTO PADRAO DE ANTES.
      * Update:    29/05/2023 - INCLUIDO O TEXTO DA OCORRENCIA
      *            DISCIPLINAR (EVENTO DISCIPLINA, NTDSCMAN), ENTREGUE
      *            AO ALUNO E AOS RESPONSAVEIS COMO OS DEMAIS EVENTOS
      *            ACADEMICOS.
      * Update:    10/04/2023 - INCLUIDO O TEXTO DA CARTA DE ADVERTENCIA
      *            DO CONTROLE DE JUBILAMENTO (EVENTO JUBILA, NTJUBRUN),
      *            ENTREGUE AO ALUNO E AOS RESPONSAVEIS COMO OS DEMAIS
      *            EVENTOS ACADEMICOS.
      * Update:    27/02/2023 - EVENTOS FINANCEIROS DA REGUA DE COBRANCA
      *            (NTFINREG) ENTREGUES AO RESPONSAVEL FINANCEIRO
      *            (VINCULO F EM ALURESP.DAT) POR E-MAIL CONFORME A
      *            PREFERENCIA; SEM RESPONSAVEL FINANCEIRO ALCANCADO, O
      *            ALUNO RECEBE O SMS. OS EVENTOS ACADEMICOS CONTINUAM
      *            INDO AOS RESPONSAVEIS (VINCULO R).
      * Update:    31/10/2022 - O FORMATADOR VIRA CANAL-CIENTE: ALEM
      *            DAS MENSAGENS DE TELEFONE (MENSAGENS.TXT), CADA
      *            EVENTO E DISTRIBUIDO AOS RESPONSAVEIS VINCULADOS
           RECORD KEY IS ID-CONTATO OF REG-CONTATOS
           FILE  STATUS IS WS-FS-C.

           SELECT MATERIAS
           ASSIGN TO WS-CAMINHO-MATERIAS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICA.
       FD  CONTATOS.
           COPY FD_CONTT.

       FD  MATERIAS.
           COPY CFPK0002.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
      *CAMINHOS ALEM DOS CINCO SLOTS DE CFCFG001.
       01  WS-CAMINHO-RESPONSAVEIS     PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-CONTATOS         PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-MATERIAS         PIC X(80) VALUE SPACES.

      *AREA DA MONTAGEM PELO MODELO (PGMODELO). OS DADOS DO EVENTO SAO
      *PREENCHIDOS UMA VEZ (P445); CANAL, DESTINATARIO E NOME DO
      *RESPONSAVEL A CADA DESTINATARIO.
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

      *PEDACOS DO DS-PAYLOAD DOS EVENTOS FINANCEIROS (NTFINREG):
      *'REF MM/AAAA R$ VALOR VENC DD/MM/AAAA'.
       77  WS-PAY-REFERENCIA           PIC X(15) VALUE SPACES.
       77  WS-PAY-VALOR                PIC X(15) VALUE SPACES.
       77  WS-PAY-VENCIMENTO           PIC X(10) VALUE SPACES.

      *CANAL EFETIVO DO DESTINATARIO, LIDO DE NOTPREF.DAT.
       77  WS-CANAL-DESTINO            PIC X(01) VALUE SPACES.
       77  WS-EOF-RESP                 PIC X.
           88 WS-EOF-RESP-OK           VALUE 'S' FALSE 'N'.
      *TIPO DE VINCULO QUE RECEBE O EVENTO: 'R' RESPONSAVEL PARA OS
      *EVENTOS ACADEMICOS, 'F' FINANCEIRO PARA A REGUA DE COBRANCA.
       77  WS-TP-VINCULO-ALVO          PIC X(01) VALUE SPACES.
       77  WS-FIN-ENTREGUE             PIC X.
           88 WS-FIN-ENTREGUE-OK       VALUE 'S' FALSE 'N'.

       77  WS-TEXTO-EVENTO             PIC X(40) VALUE SPACES.
       77  WS-TELEFONE                 PIC X(11) VALUE SPACES.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CAMINHO-CONTATOS
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CAMINHO-MATERIAS
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT NOTPREF.
           OPEN INPUT RESPONSAVEIS.
           OPEN INPUT CONTATOS.
      *MATERIAS SO DA O NOME DA MATERIA AO MODELO (OPCIONAL).
           OPEN INPUT MATERIAS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
               WHEN TP-EVENTO-AVISO
                   MOVE 'COMUNICADO DA SECRETARIA:'
                        TO WS-TEXTO-EVENTO
               WHEN TP-EVENTO-LEMBRETE
                   MOVE 'LEMBRETE: MENSALIDADE A VENCER'
                        TO WS-TEXTO-EVENTO
               WHEN TP-EVENTO-VENCIDA
                   MOVE 'MENSALIDADE EM ATRASO:' TO WS-TEXTO-EVENTO
               WHEN TP-EVENTO-SEGUNDO-AV
                   MOVE '2O AVISO - MENSALIDADE EM ATRASO:'
                        TO WS-TEXTO-EVENTO
               WHEN TP-EVENTO-ENCAMINHA
                   MOVE 'ULTIMO AVISO ANTES DO ENCAMINHAMENTO:'
                        TO WS-TEXTO-EVENTO
               WHEN TP-EVENTO-JUBILAMENTO
                   MOVE 'ADVERTENCIA - RISCO DE JUBILAMENTO:'
                        TO WS-TEXTO-EVENTO
               WHEN TP-EVENTO-DISCIPLINA
                   MOVE 'OCORRENCIA DISCIPLINAR:' TO WS-TEXTO-EVENTO
               WHEN OTHER
                   MOVE 'AVISO DA SECRETARIA SOBRE'
                        TO WS-TEXTO-EVENTO
                           ' SEM CADASTRO. PULADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM P445-PREPARA-MODELO
                           THRU P445-PREPARA-MODELO-FIM
                   PERFORM P450-GERA-MENSAGENS
                           THRU P450-GERA-MENSAGENS-FIM
           END-READ.
           END-REWRITE.
       P440-FORMATA-EVENTO-FIM.

      *DADOS DO EVENTO PARA OS MARCADORES DO MODELO: ALUNO, MATERIA
      *(PELA PRIMEIRA OFERTA CADASTRADA DELA), DATA DO EVENTO, TEXTO
      *DO EVENTO E, NOS FINANCEIROS, VALOR E VENCIMENTO DA COBRANCA.
       P445-PREPARA-MODELO.
           INITIALIZE WS-PARM-MODELO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE TP-EVENTO             TO WS-MD-TP-EVENTO.
           MOVE DT-EVENTO             TO WS-MD-DT-REFERENCIA.
           MOVE NM-ALUNO OF REG-ALUNO TO WS-MD-NM-ALUNO.
           MOVE DS-PAYLOAD            TO WS-MD-TX-LIVRE.
           STRING DT-EVENTO (7:2) '/' DT-EVENTO (5:2) '/'
                  DT-EVENTO (1:4)       DELIMITED BY SIZE
                  INTO WS-MD-DT-MENSAGEM
           END-STRING.
           IF TP-EVENTO-FINANCEIRO THEN
               MOVE SPACES TO WS-PAY-REFERENCIA WS-PAY-VALOR
                              WS-PAY-VENCIMENTO
               UNSTRING DS-PAYLOAD DELIMITED BY ' R$ ' OR ' VENC '
                   INTO WS-PAY-REFERENCIA WS-PAY-VALOR
                        WS-PAY-VENCIMENTO
               END-UNSTRING
               MOVE WS-PAY-VALOR      TO WS-MD-VL-COBRANCA
               MOVE WS-PAY-VENCIMENTO TO WS-MD-DT-VENCIMENTO
           END-IF.
           IF ID-MATERIA OF REG-NOTIFICA EQUAL ZEROS OR
              NOT WS-FS-M-OK THEN
               GO TO P445-PREPARA-MODELO-FIM
           END-IF.
           MOVE ID-MATERIA OF REG-NOTIFICA
                TO ID-MATERIA OF CH-MATERIA.
           MOVE ZEROS TO ANO-SEMESTRE OF REG-MATERIA.
           START MATERIAS KEY IS NOT LESS THAN CH-MATERIA
               INVALID KEY
                   GO TO P445-PREPARA-MODELO-FIM
           END-START.
           READ MATERIAS NEXT RECORD
               AT END
                   GO TO P445-PREPARA-MODELO-FIM
           END-READ.
           IF ID-MATERIA OF CH-MATERIA EQUAL
                  ID-MATERIA OF REG-NOTIFICA THEN
               MOVE NM-MATERIA OF REG-MATERIA TO WS-MD-NM-MATERIA
           END-IF.
       P445-PREPARA-MODELO-FIM.
           EXIT.

      *MONTA O TEXTO DO DESTINATARIO PELO MODELO (CANAL, TIPO DE
      *DESTINATARIO E NOME DO RESPONSAVEL JA EM WS-PARM-MODELO).
       P490-MONTA-MODELO.
           CALL 'PGMODELO' USING WS-PARM-MODELO.
       P490-MONTA-MODELO-FIM.

      *DISTRIBUI O EVENTO PELOS CANAIS: SMS PARA O ALUNO (SALVO
      *PREFERENCIA CONTRARIA) E, EM SEGUIDA, E-MAIL PARA OS
      *RESPONSAVEIS VINCULADOS, CADA UM COM A PROPRIA PREFERENCIA.
      *EVENTO FINANCEIRO SEGUE OUTRO CAMINHO (P458).
       P450-GERA-MENSAGENS.
           IF TP-EVENTO-FINANCEIRO THEN
               PERFORM P458-GERA-FINANCEIRO
                       THRU P458-GERA-FINANCEIRO-FIM
               GO TO P450-GERA-MENSAGENS-FIM
           END-IF.
           MOVE 'R' TO WS-TP-VINCULO-ALVO.
           PERFORM P457-SMS-ALUNO THRU P457-SMS-ALUNO-FIM.
           PERFORM P470-FANOUT-RESPONSAVEIS
                   THRU P470-FANOUT-RESPONSAVEIS-FIM.
       P450-GERA-MENSAGENS-FIM.
           EXIT.

      *A COBRANCA VAI PARA QUEM PAGA: OS CONTATOS VINCULADOS COMO
      *RESPONSAVEL FINANCEIRO RECEBEM E-MAIL CONFORME A PREFERENCIA.
      *SEM RESPONSAVEL FINANCEIRO ALCANCADO (SEM VINCULO, SEM E-MAIL
      *OU PREFERENCIA POR SMS, QUE O CONTATO NAO TEM), O PROPRIO
      *ALUNO E O PAGADOR E RECEBE O SMS PELA REGRA DELE.
       P458-GERA-FINANCEIRO.
           MOVE 'F' TO WS-TP-VINCULO-ALVO.
           SET WS-FIN-ENTREGUE-OK TO FALSE.
           PERFORM P470-FANOUT-RESPONSAVEIS
                   THRU P470-FANOUT-RESPONSAVEIS-FIM.
           IF NOT WS-FIN-ENTREGUE-OK THEN
               PERFORM P457-SMS-ALUNO THRU P457-SMS-ALUNO-FIM
           END-IF.
       P458-GERA-FINANCEIRO-FIM.
           EXIT.

       P457-SMS-ALUNO.
           MOVE 'A' TO TP-DESTINATARIO.
           MOVE ID-ALUNO OF REG-ALUNO TO ID-DESTINATARIO.
           PERFORM P452-LE-PREFERENCIA
      *SMS, A NAO SER QUE A PREFERENCIA O DESLIGUE.
           IF WS-CANAL-DESTINO NOT EQUAL 'N' AND
              WS-CANAL-DESTINO NOT EQUAL 'E' THEN
               MOVE 'S'    TO WS-MD-CANAL
               MOVE 'A'    TO WS-MD-TP-DESTINATARIO
               MOVE SPACES TO WS-MD-NM-RESPONSAVEL
               PERFORM P490-MONTA-MODELO THRU P490-MONTA-MODELO-FIM
               MOVE TL-ALUNO TO WS-TELEFONE
               PERFORM P460-GRAVA-MENSAGEM
                       THRU P460-GRAVA-MENSAGEM-FIM
                       VARYING WS-INDICE-TEL FROM 1 BY 1
                       UNTIL WS-INDICE-TEL > 2
           END-IF.
       P457-SMS-ALUNO-FIM.
           EXIT.

      *LE A PREFERENCIA DO DESTINATARIO JA CHAVEADO EM CH-PREFE-
      *RENCIA; SEM REGISTRO (OU SEM ARQUIVO), O CANAL FICA EM BRANCO
       P452-LE-PREFERENCIA-FIM.

      *PERCORRE OS VINCULOS DO ALUNO (A CHAVE DE ALURESP COMECA POR
      *ID-ALUNO) E GERA O E-MAIL DE CADA RESPONSAVEL DO TIPO DE
      *VINCULO EM WS-TP-VINCULO-ALVO.
       P470-FANOUT-RESPONSAVEIS.
           IF NOT WS-FS-V-OK OR NOT WS-FS-C-OK THEN
               GO TO P470-FANOUT-RESPONSAVEIS-FIM
                          ID-ALUNO OF REG-ALUNO THEN
                       SET WS-EOF-RESP-OK TO TRUE
                   ELSE
                       IF TP-VINCULO OF REG-RESPONSAVEL EQUAL
                              WS-TP-VINCULO-ALVO THEN
                           PERFORM P474-TRATA-RESPONSAVEL
                                   THRU P474-TRATA-RESPONSAVEL-FIM
                       END-IF
           IF EM-CONTATO EQUAL SPACES THEN
               GO TO P474-TRATA-RESPONSAVEL-FIM
           END-IF.
           MOVE 'E'                TO WS-MD-CANAL.
           MOVE WS-TP-VINCULO-ALVO TO WS-MD-TP-DESTINATARIO.
           MOVE NM-CONTATO         TO WS-MD-NM-RESPONSAVEL.
           PERFORM P490-MONTA-MODELO THRU P490-MONTA-MODELO-FIM.
           PERFORM P480-GRAVA-EMAIL THRU P480-GRAVA-EMAIL-FIM.
           SET WS-FIN-ENTREGUE-OK TO TRUE.
       P474-TRATA-RESPONSAVEL-FIM.
           EXIT.

       P480-GRAVA-EMAIL.
           MOVE SPACES TO WS-LINHA.
           IF WS-MD-MODELO-OK THEN
               STRING FUNCTION TRIM (EM-CONTATO)   DELIMITED BY SIZE
                      ';'                          DELIMITED BY SIZE
                      FUNCTION TRIM (NM-CONTATO)   DELIMITED BY SIZE
                      ';'                          DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MD-TX-CORRIDO)
                                                   DELIMITED BY SIZE
                      INTO WS-LINHA
               END-STRING
               GO TO P480-GRAVA-LINHA
           END-IF.
           STRING FUNCTION TRIM (EM-CONTATO)       DELIMITED BY SIZE
                  ';'                              DELIMITED BY SIZE
                  FUNCTION TRIM (NM-CONTATO)       DELIMITED BY SIZE
                  FUNCTION TRIM (DS-PAYLOAD)       DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
       P480-GRAVA-LINHA.
           MOVE WS-LINHA TO REG-EMAIL.
           WRITE REG-EMAIL
           END-WRITE.
           ADD 1 TO WS-QTD-EMAILS.
       P480-GRAVA-EMAIL-FIM.
           EXIT.

       P455-TELEFONE-ADICIONAL.
           IF FONEAREA-ADIC (WS-INDICE-TEL) IS GREATER THAN ZERO OR

       P460-GRAVA-MENSAGEM.
           MOVE SPACES TO WS-LINHA.
           IF WS-MD-MODELO-OK THEN
               STRING WS-TELEFONE                  DELIMITED BY SIZE
                      ';'                          DELIMITED BY SIZE
                      FUNCTION TRIM (NM-ALUNO OF REG-ALUNO)
                                                   DELIMITED BY SIZE
                      ';'                          DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MD-TX-CORRIDO)
                                                   DELIMITED BY SIZE
                      INTO WS-LINHA
               END-STRING
               GO TO P460-GRAVA-LINHA
           END-IF.
           STRING WS-TELEFONE                      DELIMITED BY SIZE
                  ';'                              DELIMITED BY SIZE
                  FUNCTION TRIM (NM-ALUNO OF REG-ALUNO)
                  ' EM ' DT-EVENTO                 DELIMITED BY SIZE
                  INTO WS-LINHA
           END-STRING.
       P460-GRAVA-LINHA.
           MOVE WS-LINHA TO REG-MENSAGEM.
           WRITE REG-MENSAGEM
           END-WRITE.
           ADD 1 TO WS-QTD-MENSAGENS.
       P460-GRAVA-MENSAGEM-FIM.
           EXIT.

       P420-FECHA-ARQ.
           CLOSE NOTIFICA.
           IF WS-FS-C-OK THEN
               CLOSE CONTATOS
           END-IF.
           IF WS-FS-M-OK THEN
               CLOSE MATERIAS
           END-IF.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
