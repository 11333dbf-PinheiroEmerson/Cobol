      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      22/09/2023.
      * Purpose:   REGISTRO DE ARQUIVOS RECEBIDOS - ROTINA CHAMADA
      *            PELOS JOBS QUE CONSOMEM ARQUIVOS DE ENTRADA DE
      *            TERCEIROS OU REDIGITADOS (NTFINRET, NTSMSRET,
      *            NTCENRET, NTCHAIMP, NTDIAIMP, NTMTRLOT, CADCONTY E
      *            PGCARALU), NUMA PASSAGEM PREVIA PELO ARQUIVO, ANTES
      *            DE PROCESSAR QUALQUER LINHA:
      *              LK-ACAO = 'I'  ZERA A QUANTIDADE E A DIGITAL;
      *              LK-ACAO = 'L'  SOMA A LINHA EM LK-LINHA NA
      *                             QUANTIDADE E NA DIGITAL DO
      *                             CONTEUDO (SOMA POLINOMIAL DOS
      *                             CARACTERES, COMO NO PGDOCREG);
      *              LK-ACAO = 'V'  CONFERE O RODAPE (QUANTIDADE E
      *                             TOTAL DE CONTROLE DO CONTEUDO
      *                             CONTRA OS DO RODAPE, QUANDO O
      *                             LAYOUT TEM RODAPE) E PROCURA O
      *                             MESMO ARQUIVO JA PROCESSADO PELO
      *                             JOB (MESMA DIGITAL E QUANTIDADE,
      *                             OU MESMO CABECALHO QUANDO ELE
      *                             IDENTIFICA O ARQUIVO). GRAVA A
      *                             ENTRADA EM REGENTRA.DAT (CFPK0088,
      *                             NUMERO NO CONTADOR REGENTRA.CTL) E
      *                             DEVOLVE LK-LIBERADO 'S' PARA
      *                             PROCESSAR OU 'N' PARA RECUSAR;
      *              LK-ACAO = 'G'  GRAVA NA ENTRADA LK-NR-REGISTRO O
      *                             RESULTADO DO PROCESSAMENTO
      *                             (LK-SITUACAO C OU E) E OS
      *                             CONTADORES.
      *            ARQUIVO COM RODAPE QUE NAO CONFERE E SEMPRE
      *            RECUSADO. ARQUIVO JA PROCESSADO SO E REPROCESSADO
      *            COM A LIBERACAO DE UM SUPERVISOR NO TERMINAL
      *            (PGCOASSI, REGISTRADA NA AUDITORIA E NO LOG DE
      *            JOBS), QUE FICA GRAVADA NA ENTRADA; SEM OPERADOR
      *            NO TERMINAL (LK-INTERATIVO 'N'), O DUPLICADO E
      *            RECUSADO SEM PERGUNTA E A RECUSA VAI PARA O LOG
      *            DE JOBS (PGJOBLOG). ENTRADA QUE FICOU EM
      *            PROCESSAMENTO (CARGA INTERROMPIDA) NAO CONTA COMO
      *            PROCESSADA, PARA A RETOMADA PELO CHECKPOINT NAO
      *            SER BARRADA.
      * Update:    25/09/2023 - NOVO CAMPO LK-INTERATIVO NA AREA DE
      *            CHAMADA: NAS EXECUCOES SEM OPERADOR NO TERMINAL
      *            (DESPACHANTE DE LOTES, CARGA BATCH) O ARQUIVO JA
      *            PROCESSADO E RECUSADO SEM PERGUNTAR NEM CHAMAR O
      *            PGCOASSI, E A RECUSA E GRAVADA NO LOG DE JOBS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGREGENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGENTRA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS NR-REGENTRA
           ALTERNATE RECORD KEY IS CH-DIGITAL-REGENTRA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CH-CABECALHO-REGENTRA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-REG.

           SELECT SEQUENCIA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SEQ.

       DATA DIVISION.
       FILE SECTION.
       FD  REGENTRA.
           COPY CFPK0088.

       FD  SEQUENCIA.
       01  REG-SEQUENCIA               PIC 9(06).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 WS-DH-HORA               PIC 9(06).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-COMPLETA           PIC 9(14).
           03 FILLER                   PIC X(07).

      *DIGITAL DO CONTEUDO: SOMA POLINOMIAL DOS CARACTERES DE TODAS
      *AS LINHAS, EM ORDEM, REDUZIDA A CADA PASSO PELO MODULO PRIMO.
       77  WS-DIGITAL                  PIC 9(11) VALUE ZEROS.
       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.

      *ENTRADA NOVA MONTADA ENQUANTO O ARQUIVO E PESQUISADO.
       01  WS-REG-NOVO                 PIC X(173) VALUE SPACES.
       77  WS-NR-REGISTRO              PIC 9(06) VALUE ZEROS.

      *ENTRADA JA PROCESSADA ENCONTRADA NA PESQUISA.
       01  WS-ACHADO.
           03 WS-AC-NR-REGISTRO        PIC 9(06).
           03 WS-AC-DATA.
               05 WS-AC-ANO            PIC 9(04).
               05 WS-AC-MES            PIC 9(02).
               05 WS-AC-DIA            PIC 9(02).
           03 WS-AC-HORA.
               05 WS-AC-HH             PIC 9(02).
               05 WS-AC-MM             PIC 9(02).
               05 WS-AC-SS             PIC 9(02).
           03 WS-AC-OPERADOR           PIC X(10).
           03 WS-AC-MOTIVO             PIC X(30).

       77  WS-PROCESSADO               PIC X.
           88 WS-PROCESSADO-OK         VALUE 'S' FALSE 'N'.
       77  WS-EOF-REG                  PIC X.
           88 WS-EOF-REG-OK            VALUE 'S' FALSE 'N'.
       77  WS-RESPOSTA                 PIC X(01) VALUE SPACE.

      *AREA DA CO-ASSINATURA DO SUPERVISOR (PGCOASSI) QUE LIBERA O
      *REPROCESSAMENTO.
       01  WS-PARM-COASSINA.
           03 WS-CS-PROGRAMA           PIC X(08) VALUE 'PGREGENT'.
           03 WS-CS-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-CS-COASSINANTE        PIC X(10) VALUE SPACES.
           03 WS-CS-RESULTADO          PIC X(01) VALUE SPACE.
               88 WS-CS-COASSINADO     VALUE 'S'.
               88 WS-CS-DISPENSADO     VALUE 'D'.

      *AREA DO LOG DE JOBS (PGJOBLOG): RECUSA DO ARQUIVO DUPLICADO
      *NUMA EXECUCAO SEM OPERADOR NO TERMINAL.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE SPACES.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'DUPLICADO'.

       77  WS-FS-REG                   PIC 99.
           88 WS-FS-REG-OK             VALUE 0.
       77  WS-FS-SEQ                   PIC 99.
           88 WS-FS-SEQ-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-REGENT.
           03 LK-ACAO                  PIC X(01).
               88 LK-ACAO-INICIA       VALUE 'I'.
               88 LK-ACAO-LINHA        VALUE 'L'.
               88 LK-ACAO-VERIFICA     VALUE 'V'.
               88 LK-ACAO-RESULTADO    VALUE 'G'.
           03 LK-PROGRAMA              PIC X(08).
           03 LK-ARQUIVO               PIC X(12).
           03 LK-OPERADOR              PIC X(10).
           03 LK-CABECALHO             PIC X(20).
           03 LK-CABECALHO-UNICO       PIC X(01).
               88 LK-CABECALHO-UNICO-SIM VALUE 'S'.
           03 LK-LINHA                 PIC X(250).
           03 LK-QT-REGISTROS          PIC 9(07).
           03 LK-NR-DIGITAL            PIC 9(09).
           03 LK-QT-CONTEUDO           PIC 9(07).
           03 LK-VL-CONTROLE           PIC 9(11)V99.
           03 LK-TEM-RODAPE            PIC X(01).
               88 LK-TEM-RODAPE-SIM    VALUE 'S'.
           03 LK-QT-RODAPE             PIC 9(07).
           03 LK-VL-RODAPE             PIC 9(11)V99.
           03 LK-NR-REGISTRO           PIC 9(06).
           03 LK-LIBERADO              PIC X(01).
               88 LK-LIBERADO-SIM      VALUE 'S'.
           03 LK-SITUACAO              PIC X(01).
           03 LK-QT-ACEITOS            PIC 9(07).
           03 LK-QT-REJEITADOS         PIC 9(07).
           03 LK-INTERATIVO            PIC X(01).
               88 LK-INTERATIVO-SIM    VALUE 'S'.

       PROCEDURE DIVISION USING LK-PARM-REGENT.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           EVALUATE TRUE
               WHEN LK-ACAO-INICIA
                   MOVE ZEROS TO LK-QT-REGISTROS LK-NR-DIGITAL
                                 LK-NR-REGISTRO
               WHEN LK-ACAO-LINHA
                   PERFORM P100-SOMA-LINHA THRU P100-SOMA-LINHA-FIM
               WHEN LK-ACAO-VERIFICA
                   PERFORM P200-VERIFICA THRU P200-VERIFICA-FIM
               WHEN LK-ACAO-RESULTADO
                   PERFORM P500-GRAVA-RESULTADO
                           THRU P500-GRAVA-RESULTADO-FIM
           END-EVALUATE.
           GOBACK.
       P001-MAIN-FIM.

       COPY CFCFG002.

      *SOMA A LINHA NA QUANTIDADE E NA DIGITAL, CARACTERE A
      *CARACTERE, NAS 250 POSICOES (BRANCOS INCLUSIVE).
       P100-SOMA-LINHA.
           ADD 1 TO LK-QT-REGISTROS.
           MOVE LK-NR-DIGITAL TO WS-DIGITAL.
           PERFORM P110-SOMA-CARACTERE THRU P110-SOMA-CARACTERE-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 250.
           MOVE WS-DIGITAL TO LK-NR-DIGITAL.
       P100-SOMA-LINHA-FIM.

       P110-SOMA-CARACTERE.
           COMPUTE WS-DIGITAL = FUNCTION MOD
                   ((WS-DIGITAL * 31) +
                    FUNCTION ORD (LK-LINHA (WS-INDICE:1)),
                    999999937).
       P110-SOMA-CARACTERE-FIM.

      ******************************************************************
      *VERIFICACAO ANTES DO PROCESSAMENTO: RODAPE, DUPLICIDADE E
      *LIBERACAO DO SUPERVISOR. A ENTRADA E GRAVADA EM QUALQUER CASO,
      *PARA A CONSULTA MOSTRAR TAMBEM OS ARQUIVOS RECUSADOS.
      ******************************************************************
       P200-VERIFICA.
           MOVE 'N'   TO LK-LIBERADO.
           MOVE ZEROS TO LK-NR-REGISTRO.
           PERFORM P210-ABRE-REGISTRO THRU P210-ABRE-REGISTRO-FIM.
           IF NOT WS-FS-REG-OK THEN
               DISPLAY 'REGISTRO DE ARQUIVOS RECEBIDOS (REGENTRA.DAT) '
                       'INDISPONIVEL. FILE STATUS: ' WS-FS-REG
               END-DISPLAY
               DISPLAY 'SEM O REGISTRO O ARQUIVO NAO E PROCESSADO.'
               END-DISPLAY
               GO TO P200-VERIFICA-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           INITIALIZE REG-REGENTRA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE LK-PROGRAMA       TO NM-PROGRAMA-REG.
           MOVE LK-NR-DIGITAL     TO NR-DIGITAL-REG.
           MOVE LK-PROGRAMA       TO NM-PROGRAMA-CAB-REG.
           MOVE LK-CABECALHO      TO ID-CABECALHO-REG.
           MOVE LK-ARQUIVO        TO NM-ARQUIVO-REG.
           MOVE LK-QT-REGISTROS   TO QT-REGISTROS-REG.
           MOVE LK-VL-CONTROLE    TO VL-CONTROLE-REG.
           SET FL-RODAPE-REG-SIM  TO FALSE.
           IF LK-TEM-RODAPE-SIM THEN
               SET FL-RODAPE-REG-SIM TO TRUE
               MOVE LK-QT-RODAPE  TO QT-RODAPE-REG
               MOVE LK-VL-RODAPE  TO VL-RODAPE-REG
           END-IF.
           MOVE WS-DH-DATA        TO DT-RECEBIDO-REG.
           MOVE WS-DH-HORA        TO HR-RECEBIDO-REG.
           MOVE LK-OPERADOR       TO ID-OPERADOR-REG.
           SET ST-REG-PROCESSANDO TO TRUE.
           MOVE REG-REGENTRA      TO WS-REG-NOVO.
           PERFORM P220-CONFERE-RODAPE THRU P220-CONFERE-RODAPE-FIM.
           IF NOT ST-REG-RODAPE AND
              LK-QT-REGISTROS IS GREATER THAN ZEROS THEN
               PERFORM P300-PROCURA-PROCESSADO
                       THRU P300-PROCURA-PROCESSADO-FIM
               MOVE WS-REG-NOVO TO REG-REGENTRA
               IF WS-PROCESSADO-OK THEN
                   PERFORM P400-PEDE-LIBERACAO
                           THRU P400-PEDE-LIBERACAO-FIM
               END-IF
           END-IF.
           PERFORM P230-PROXIMO-REGISTRO
                   THRU P230-PROXIMO-REGISTRO-FIM.
           MOVE WS-NR-REGISTRO TO NR-REGENTRA.
           WRITE REG-REGENTRA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O REGISTRO DE ARQUIVOS '
                           'RECEBIDOS. O ARQUIVO NAO E PROCESSADO.'
                   END-DISPLAY
                   CLOSE REGENTRA
                   GO TO P200-VERIFICA-FIM
           END-WRITE.
           CLOSE REGENTRA.
           MOVE WS-NR-REGISTRO TO LK-NR-REGISTRO.
           IF ST-REG-PROCESSANDO THEN
               MOVE 'S' TO LK-LIBERADO
               DISPLAY 'ARQUIVO ' FUNCTION TRIM (LK-ARQUIVO)
                       ' REGISTRADO SOB O NUMERO ' WS-NR-REGISTRO
                       ' (' LK-QT-REGISTROS ' REGISTROS, DIGITAL '
                       LK-NR-DIGITAL ').'
               END-DISPLAY
           ELSE
               DISPLAY 'ARQUIVO ' FUNCTION TRIM (LK-ARQUIVO)
                       ' RECUSADO. REGISTRO ' WS-NR-REGISTRO
                       '. NADA FOI PROCESSADO.'
               END-DISPLAY
           END-IF.
       P200-VERIFICA-FIM.
           EXIT.

      *SE O REGISTRO AINDA NAO EXISTE (35), CRIA.
       P210-ABRE-REGISTRO.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\REGENTRA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\REGENTRA.CTL'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           OPEN I-O REGENTRA.
           IF NOT WS-FS-REG-OK THEN
               OPEN OUTPUT REGENTRA
               CLOSE REGENTRA
               OPEN I-O REGENTRA
           END-IF.
       P210-ABRE-REGISTRO-FIM.

      *O RODAPE TRAZ A QUANTIDADE DE DETALHES E O TOTAL DE CONTROLE
      *QUE O EMISSOR GRAVOU; DIFERENTE DO QUE O ARQUIVO CONTEM, ELE
      *CHEGOU TRUNCADO OU ALTERADO E NAO PODE SER PROCESSADO.
       P220-CONFERE-RODAPE.
           IF NOT LK-TEM-RODAPE-SIM THEN
               GO TO P220-CONFERE-RODAPE-FIM
           END-IF.
           IF LK-QT-CONTEUDO EQUAL LK-QT-RODAPE AND
              LK-VL-CONTROLE EQUAL LK-VL-RODAPE THEN
               GO TO P220-CONFERE-RODAPE-FIM
           END-IF.
           SET ST-REG-RODAPE TO TRUE.
           MOVE REG-REGENTRA TO WS-REG-NOVO.
           DISPLAY 'RODAPE DO ARQUIVO ' FUNCTION TRIM (LK-ARQUIVO)
                   ' NAO CONFERE COM O CONTEUDO:'
           END-DISPLAY.
           DISPLAY '  QUANTIDADE NO RODAPE: ' LK-QT-RODAPE
                   ' - NO ARQUIVO: ' LK-QT-CONTEUDO
           END-DISPLAY.
           DISPLAY '  TOTAL NO RODAPE.....: ' LK-VL-RODAPE
                   ' - NO ARQUIVO: ' LK-VL-CONTROLE
           END-DISPLAY.
       P220-CONFERE-RODAPE-FIM.
           EXIT.

      *LE, INCREMENTA E REGRAVA O CONTADOR DE ENTRADAS.
       P230-PROXIMO-REGISTRO.
           MOVE ZEROS TO WS-NR-REGISTRO.
           OPEN INPUT SEQUENCIA.
           IF WS-FS-SEQ-OK THEN
               READ SEQUENCIA
                   AT END
                       MOVE ZEROS TO REG-SEQUENCIA
               END-READ
               MOVE REG-SEQUENCIA TO WS-NR-REGISTRO
               CLOSE SEQUENCIA
           END-IF.
           ADD 1 TO WS-NR-REGISTRO.
           OPEN OUTPUT SEQUENCIA.
           MOVE WS-NR-REGISTRO TO REG-SEQUENCIA.
           WRITE REG-SEQUENCIA
           END-WRITE.
           CLOSE SEQUENCIA.
       P230-PROXIMO-REGISTRO-FIM.

      ******************************************************************
      *PROCURA O MESMO ARQUIVO JA PROCESSADO PELO JOB: PRIMEIRO PELA
      *DIGITAL (CONFIRMADA PELA QUANTIDADE DE REGISTROS) E, QUANDO O
      *CABECALHO IDENTIFICA O ARQUIVO (SEQUENCIA DO EMISSOR), TAMBEM
      *PELO CABECALHO.
      ******************************************************************
       P300-PROCURA-PROCESSADO.
           SET WS-PROCESSADO-OK TO FALSE.
           INITIALIZE WS-ACHADO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE LK-PROGRAMA   TO NM-PROGRAMA-REG.
           MOVE LK-NR-DIGITAL TO NR-DIGITAL-REG.
           SET WS-EOF-REG-OK TO FALSE.
           START REGENTRA KEY IS EQUAL CH-DIGITAL-REGENTRA
               INVALID KEY
                   SET WS-EOF-REG-OK TO TRUE
           END-START.
           PERFORM P310-LE-POR-DIGITAL THRU P310-LE-POR-DIGITAL-FIM
                   WITH TEST BEFORE
                   UNTIL WS-EOF-REG-OK OR WS-PROCESSADO-OK.
           IF WS-PROCESSADO-OK OR NOT LK-CABECALHO-UNICO-SIM OR
              LK-CABECALHO EQUAL SPACES THEN
               GO TO P300-PROCURA-PROCESSADO-FIM
           END-IF.
           MOVE LK-PROGRAMA   TO NM-PROGRAMA-CAB-REG.
           MOVE LK-CABECALHO  TO ID-CABECALHO-REG.
           SET WS-EOF-REG-OK TO FALSE.
           START REGENTRA KEY IS EQUAL CH-CABECALHO-REGENTRA
               INVALID KEY
                   SET WS-EOF-REG-OK TO TRUE
           END-START.
           PERFORM P320-LE-POR-CABECALHO
                   THRU P320-LE-POR-CABECALHO-FIM
                   WITH TEST BEFORE
                   UNTIL WS-EOF-REG-OK OR WS-PROCESSADO-OK.
       P300-PROCURA-PROCESSADO-FIM.
           EXIT.

       P310-LE-POR-DIGITAL.
           READ REGENTRA NEXT RECORD
               AT END
                   SET WS-EOF-REG-OK TO TRUE
               NOT AT END
                   IF NM-PROGRAMA-REG NOT EQUAL LK-PROGRAMA OR
                      NR-DIGITAL-REG NOT EQUAL LK-NR-DIGITAL THEN
                       SET WS-EOF-REG-OK TO TRUE
                   ELSE
                       IF ST-REG-PROCESSADO AND
                          QT-REGISTROS-REG EQUAL LK-QT-REGISTROS THEN
                           MOVE 'MESMO CONTEUDO' TO WS-AC-MOTIVO
                           PERFORM P330-GUARDA-ACHADO
                                   THRU P330-GUARDA-ACHADO-FIM
                       END-IF
                   END-IF
           END-READ.
       P310-LE-POR-DIGITAL-FIM.

       P320-LE-POR-CABECALHO.
           READ REGENTRA NEXT RECORD
               AT END
                   SET WS-EOF-REG-OK TO TRUE
               NOT AT END
                   IF NM-PROGRAMA-CAB-REG NOT EQUAL LK-PROGRAMA OR
                      ID-CABECALHO-REG NOT EQUAL LK-CABECALHO THEN
                       SET WS-EOF-REG-OK TO TRUE
                   ELSE
                       IF ST-REG-PROCESSADO THEN
                           MOVE 'MESMO CABECALHO' TO WS-AC-MOTIVO
                           PERFORM P330-GUARDA-ACHADO
                                   THRU P330-GUARDA-ACHADO-FIM
                       END-IF
                   END-IF
           END-READ.
       P320-LE-POR-CABECALHO-FIM.

       P330-GUARDA-ACHADO.
           SET WS-PROCESSADO-OK TO TRUE.
           MOVE NR-REGENTRA      TO WS-AC-NR-REGISTRO.
           MOVE DT-RECEBIDO-REG  TO WS-AC-DATA.
           MOVE HR-RECEBIDO-REG  TO WS-AC-HORA.
           MOVE ID-OPERADOR-REG  TO WS-AC-OPERADOR.
       P330-GUARDA-ACHADO-FIM.

      ******************************************************************
      *ARQUIVO JA PROCESSADO: SO VOLTA A SER PROCESSADO SE O OPERADOR
      *PEDIR E UM SUPERVISOR LIBERAR NO TERMINAL (PGCOASSI). A
      *DISPENSA DE CO-ASSINATURA DA TABELA DE PARAMETROS NAO VALE
      *AQUI: SEM SUPERVISOR IDENTIFICADO, O ARQUIVO E RECUSADO.
      ******************************************************************
       P400-PEDE-LIBERACAO.
           SET ST-REG-DUPLICADO TO TRUE.
           MOVE WS-AC-NR-REGISTRO TO NR-REGENTRA-ANTERIOR.
           DISPLAY 'ATENCAO: O ARQUIVO ' FUNCTION TRIM (LK-ARQUIVO)
                   ' JA FOI PROCESSADO PELO ' LK-PROGRAMA
                   ' (' FUNCTION TRIM (WS-AC-MOTIVO) ').'
           END-DISPLAY.
           DISPLAY '  REGISTRO ' WS-AC-NR-REGISTRO ' DE '
                   WS-AC-DIA '/' WS-AC-MES '/' WS-AC-ANO ' '
                   WS-AC-HH ':' WS-AC-MM ':' WS-AC-SS
                   ' - OPERADOR ' WS-AC-OPERADOR
           END-DISPLAY.
           IF NOT LK-INTERATIVO-SIM THEN
               PERFORM P410-REGISTRA-RECUSA
                       THRU P410-REGISTRA-RECUSA-FIM
               GO TO P400-PEDE-LIBERACAO-FIM
           END-IF.
           DISPLAY 'REPROCESSAR COM LIBERACAO DE SUPERVISOR (S/N)? '
           END-DISPLAY.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA
           END-ACCEPT.
           IF WS-RESPOSTA NOT EQUAL 'S' AND
              WS-RESPOSTA NOT EQUAL 's' THEN
               GO TO P400-PEDE-LIBERACAO-FIM
           END-IF.
           MOVE LK-OPERADOR TO WS-CS-OPERADOR.
           MOVE SPACES      TO WS-CS-COASSINANTE.
           MOVE SPACE       TO WS-CS-RESULTADO.
           CALL 'PGCOASSI' USING WS-PARM-COASSINA.
           IF WS-CS-DISPENSADO THEN
               DISPLAY 'O REPROCESSAMENTO EXIGE SEMPRE UM SUPERVISOR '
                       'IDENTIFICADO. ARQUIVO RECUSADO.'
               END-DISPLAY
               GO TO P400-PEDE-LIBERACAO-FIM
           END-IF.
           IF NOT WS-CS-COASSINADO THEN
               GO TO P400-PEDE-LIBERACAO-FIM
           END-IF.
           SET ST-REG-PROCESSANDO TO TRUE.
           MOVE WS-CS-COASSINANTE TO ID-SUPERVISOR-REG.
           DISPLAY 'REPROCESSAMENTO LIBERADO POR '
                   FUNCTION TRIM (WS-CS-COASSINANTE) '.'
           END-DISPLAY.
       P400-PEDE-LIBERACAO-FIM.
           EXIT.

      *EXECUCAO SEM OPERADOR NO TERMINAL (DESPACHANTE DE LOTES OU
      *CARGA BATCH): NINGUEM PODE RESPONDER NEM CO-ASSINAR, ENTAO O
      *ARQUIVO DUPLICADO E RECUSADO DIRETO E A RECUSA FICA NO LOG DE
      *JOBS, PARA O OPERADOR REPROCESSAR PELO TERMINAL SE FOR O CASO.
       P410-REGISTRA-RECUSA.
           DISPLAY 'EXECUCAO SEM OPERADOR NO TERMINAL: O '
                   'REPROCESSAMENTO NAO PODE SER LIBERADO.'
           END-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE LK-PROGRAMA     TO WS-JL-PROGRAMA.
           MOVE LK-OPERADOR     TO WS-JL-OPERADOR.
           MOVE WS-DH-COMPLETA  TO WS-JL-DH-INICIO.
           MOVE LK-QT-REGISTROS TO WS-JL-QTD-LIDOS.
           MOVE ZEROS           TO WS-JL-QTD-GRAVADOS.
           MOVE LK-QT-REGISTROS TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
       P410-REGISTRA-RECUSA-FIM.
           EXIT.

      *GRAVA O RESULTADO NA ENTRADA REGISTRADA NA VERIFICACAO.
       P500-GRAVA-RESULTADO.
           IF LK-NR-REGISTRO EQUAL ZEROS THEN
               GO TO P500-GRAVA-RESULTADO-FIM
           END-IF.
           PERFORM P210-ABRE-REGISTRO THRU P210-ABRE-REGISTRO-FIM.
           IF NOT WS-FS-REG-OK THEN
               GO TO P500-GRAVA-RESULTADO-FIM
           END-IF.
           MOVE LK-NR-REGISTRO TO NR-REGENTRA.
           READ REGENTRA
               INVALID KEY
                   CLOSE REGENTRA
                   GO TO P500-GRAVA-RESULTADO-FIM
           END-READ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE LK-SITUACAO      TO ST-REGENTRA.
           MOVE WS-DH-DATA       TO DT-CONCLUSAO-REG.
           MOVE WS-DH-HORA       TO HR-CONCLUSAO-REG.
           MOVE LK-QT-ACEITOS    TO QT-ACEITOS-REG.
           MOVE LK-QT-REJEITADOS TO QT-REJEITADOS-REG.
           REWRITE REG-REGENTRA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O RESULTADO NO REGISTRO '
                           'DE ARQUIVOS RECEBIDOS ' LK-NR-REGISTRO
                   END-DISPLAY
           END-REWRITE.
           CLOSE REGENTRA.
       P500-GRAVA-RESULTADO-FIM.
           EXIT.

       END PROGRAM PGREGENT.
