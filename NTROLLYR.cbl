      *            ALUNO ALUTODAAAA.INX, PARA O TRANSCRITO
      *            (NTALUHIS) BUSCAR UM ALUNO POR CHAVE EM VEZ DE
      *            VARRER O ANO INTEIRO NO BALCAO.
      * Update:    14/09/2023 - MODO SIMULACAO: LE OS MESTRES E DECIDE O
      *            DESTINO DE CADA REGISTRO SEM GRAVAR HISTORIA, INDICE
      *            NEM COPIA DE TRABALHO E SEM SUBSTITUIR O ON-LINE,
      *            RELATANDO NO SPOOL (PGSPOOL) CADA REGISTRO QUE IRIA
      *            PARA A HISTORIA, O TOTAL POR ANO E POR MESTRE E OS
      *            ALERTAS (PERIODO INVALIDO OU POSTERIOR AO CORRENTE).
      *            PELOS DESPACHANTES DE LOTE O MODO VEM DA AREA DE
      *            LOTE; PELO MENU, E PERGUNTADO.
      * Update:    15/09/2023 - MATRICULA.DAT E ALUTODOS.DAT DECLARADOS
      *            COM A CHAVE ALTERNADA DA OFERTA (MATERIA +
      *            ANO/SEMESTRE), IGUAL EM TODO PROGRAMA QUE ABRE O
      *            ARQUIVO. INDICE MONTADO NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-MESTRE.

           SELECT TODOS-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-MESTRE.

           SELECT APROVADOS
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-TRB.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA.

       FD  HISTIDX.
           COPY CFPK0004 REPLACING ==REG-TODOS== BY ==REG-HISTIDX==
                                   ==CH-TODOS==  BY ==CH-HISTIDX==
                         ==CH-OFERTA-TODOS== BY ==CH-OFERTA-HISTIDX==.

       FD  TRABALHO.
       01  REG-TRABALHO                PIC X(100).

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
       77  WS-FS-TRB                   PIC 99.
           88 WS-FS-TRB-OK             VALUE 0.

      *MODO SIMULACAO: O DESTINO DE CADA REGISTRO E DECIDIDO, MAS NADA
      *E GRAVADO; O QUE MUDARIA VAI PARA O RELATORIO NO SPOOL.
       77  WS-SIMULACAO                PIC X     VALUE 'N'.
           88 WS-SIMULACAO-OK          VALUE 'S' FALSE 'N'.
       77  WS-QTD-ALERTAS              PIC 9(06) VALUE ZEROS.

      *REGISTROS QUE IRIAM PARA A HISTORIA, POR ANO, NO MESTRE DA VEZ.
       01  WS-TABELA-ANOS.
           03 WS-QT-ANOS               PIC 9(02) VALUE ZEROS.
           03 WS-TA OCCURS 30 TIMES.
               05 WS-TA-ANO            PIC 9(04).
               05 WS-TA-QTD            PIC 9(06).
       77  WS-INDICE-ANO               PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-ACHADO            PIC 9(02) VALUE ZEROS.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *DA SIMULACAO (60 LINHAS POR PAGINA, COMO NO NTALULIS).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

      *AREA OPCIONAL DOS DESPACHANTES DE LOTE (NTEODRUN/NTAGNRUN).
       01  LK-PARM-LOTE.
           03 LK-LT-SIMULACAO          PIC X(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA LK-PARM-LOTE.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
                      WS-NOME-MESTRE WS-PREFIXO-HISTORIA
                      WS-PERIODO-REGISTRO WS-ANO-ABERTO
                      WS-QTD-LIDOS WS-QTD-HISTORIA WS-QTD-MANTIDOS
                      WS-QTD-CONFERIDOS WS-QTD-ALERTAS WS-QT-ANOS
                      WS-FS-SPL WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P105-DEFINE-SIMULACAO
                   THRU P105-DEFINE-SIMULACAO-FIM.
           DISPLAY 'VIRADA DE ANO. INFORME O PERIODO QUE PERMANECE '
                   'ON-LINE:'
           END-DISPLAY.
           END-ACCEPT.
       P100-INICIO-FIM.

      *CHAMADO PELOS DESPACHANTES DE LOTE, O MODO VEM DA AREA DE
      *LOTE; CHAMADO PELO MENU, E PERGUNTADO AO OPERADOR.
       P105-DEFINE-SIMULACAO.
           SET WS-SIMULACAO-OK TO FALSE.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               IF LK-LT-SIMULACAO EQUAL 'S' THEN
                   SET WS-SIMULACAO-OK TO TRUE
               END-IF
           ELSE
               DISPLAY 'EXECUTAR EM SIMULACAO, SEM GRAVAR NOS '
                       'CADASTROS? (S/N)'
               END-DISPLAY
               ACCEPT WS-SIMULACAO
               END-ACCEPT
               IF NOT WS-SIMULACAO-OK THEN
                   SET WS-SIMULACAO-OK TO FALSE
               END-IF
           END-IF.
           IF WS-SIMULACAO-OK THEN
               DISPLAY '*** MODO SIMULACAO: NADA SERA GRAVADO NOS '
                       'CADASTROS ***'
               END-DISPLAY
           END-IF.
       P105-DEFINE-SIMULACAO-FIM.

       P200-PROCESSA.
           IF WS-SIMULACAO-OK THEN
               PERFORM P700-ABRE-SPOOL THRU P700-ABRE-SPOOL-FIM
               STRING 'SIMULACAO DA VIRADA DE ANO - PERIODO QUE '
                      'PERMANECE ON-LINE ' WS-PC-ANO '/' WS-PC-SEMESTRE
                      ' - NADA FOI GRAVADO NOS CADASTROS'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P705-GRAVA-LINHA-SPOOL
                       THRU P705-GRAVA-LINHA-SPOOL-FIM
               MOVE ALL '=' TO WS-LINHA-REL
               PERFORM P705-GRAVA-LINHA-SPOOL
                       THRU P705-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           PERFORM P300-VIRA-MESTRE THRU P300-VIRA-MESTRE-FIM
                   VARYING WS-INDICE-MESTRE FROM 1 BY 1
                   UNTIL WS-INDICE-MESTRE > 3.
           IF WS-SIMULACAO-OK THEN
               STRING 'ALERTAS: ' WS-QTD-ALERTAS
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P705-GRAVA-LINHA-SPOOL
                       THRU P705-GRAVA-LINHA-SPOOL-FIM
               PERFORM P710-FECHA-SPOOL THRU P710-FECHA-SPOOL-FIM
               DISPLAY '*** SIMULACAO DA VIRADA DE ANO CONCLUIDA ***'
               END-DISPLAY
           ELSE
               DISPLAY '*** VIRADA DE ANO CONCLUIDA ***'
               END-DISPLAY
           END-IF.
       P200-PROCESSA-FIM.

      *MONTA OS CAMINHOS DO MESTRE DA VEZ E DA COPIA DE TRABALHO.
           MOVE ZEROS TO WS-QTD-MANTIDOS.
           MOVE ZEROS TO WS-QTD-CONFERIDOS.
           MOVE ZEROS TO WS-ANO-ABERTO.
           MOVE ZEROS TO WS-QT-ANOS.
           SET WS-EOF-MESTRE-OK TO FALSE.
           PERFORM P430-ABRE-MESTRE THRU P430-ABRE-MESTRE-FIM.
           IF WS-EOF-MESTRE-OK THEN
               DISPLAY WS-NOME-MESTRE ' NAO ENCONTRADO. PULADO.'
               END-DISPLAY
           ELSE
               IF NOT WS-SIMULACAO-OK THEN
                   OPEN OUTPUT TRABALHO
               END-IF
               PERFORM P440-LE-MESTRE THRU P440-LE-MESTRE-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-MESTRE-OK
               PERFORM P450-FECHA-MESTRE THRU P450-FECHA-MESTRE-FIM
               IF WS-SIMULACAO-OK THEN
                   PERFORM P480-TOTAIS-MESTRE
                           THRU P480-TOTAIS-MESTRE-FIM
               ELSE
                   PERFORM P350-SUBSTITUI-MESTRE
                           THRU P350-SUBSTITUI-MESTRE-FIM
               END-IF
               DISPLAY WS-NOME-MESTRE ': LIDOS ' WS-QTD-LIDOS
                       ' - PARA HISTORIA ' WS-QTD-HISTORIA
           END-IF.
       P300-VIRA-MESTRE-FIM.

      *SUBSTITUI O ON-LINE PELA COPIA DE TRABALHO, SO SE A CONTAGEM
      *DA COPIA CONFERIR COM OS MANTIDOS.
       P350-SUBSTITUI-MESTRE.
           CLOSE TRABALHO.
           PERFORM P460-FECHA-HISTORIA
                   THRU P460-FECHA-HISTORIA-FIM.
           PERFORM P500-CONFERE-TRABALHO
                   THRU P500-CONFERE-TRABALHO-FIM.
           IF WS-QTD-CONFERIDOS EQUAL WS-QTD-MANTIDOS THEN
               PERFORM P600-REGRAVA-MESTRE
                       THRU P600-REGRAVA-MESTRE-FIM
           ELSE
               DISPLAY WS-NOME-MESTRE ': CONTAGEM DA COPIA NAO '
                       'CONFERE. ARQUIVO ON-LINE NAO FOI '
                       'SUBSTITUIDO.'
               END-DISPLAY
           END-IF.
       P350-SUBSTITUI-MESTRE-FIM.

       P430-ABRE-MESTRE.
           EVALUATE WS-INDICE-MESTRE
               WHEN 1 OPEN INPUT TODOS-ALUNOS
           END-IF.
           ADD 1 TO WS-QTD-LIDOS.
           IF WS-PERIODO-REGISTRO EQUAL WS-PERIODO-CORRENTE THEN
               IF NOT WS-SIMULACAO-OK THEN
                   MOVE REG-HISTORIA TO REG-TRABALHO
                   WRITE REG-TRABALHO
                   END-WRITE
               END-IF
               ADD 1 TO WS-QTD-MANTIDOS
           ELSE
               IF WS-SIMULACAO-OK THEN
                   PERFORM P470-SIMULA-HISTORIA
                           THRU P470-SIMULA-HISTORIA-FIM
                   GO TO P445-DESTINA-REGISTRO-FIM
               END-IF
               IF WS-PR-ANO NOT EQUAL WS-ANO-ABERTO THEN
                   PERFORM P460-FECHA-HISTORIA
                           THRU P460-FECHA-HISTORIA-FIM
       P445-DESTINA-REGISTRO-FIM.
           EXIT.

      *SIMULACAO: RELATA O REGISTRO QUE IRIA PARA A HISTORIA E O
      *CONTA NO ANO DE DESTINO. PERIODO INVALIDO OU POSTERIOR AO
      *CORRENTE SAI COMO ALERTA: NA VIRADA DE VERDADE ELE TAMBEM
      *SAIRIA DO ON-LINE.
       P470-SIMULA-HISTORIA.
           ADD 1 TO WS-QTD-HISTORIA.
           STRING WS-NOME-MESTRE ' ALUNO ' REG-HISTORIA (1:5)
                  ' MATERIA ' REG-HISTORIA (6:5)
                  ' PERIODO ' WS-PR-ANO '/' WS-PR-SEMESTRE
                  ': ON-LINE -> ' WS-PREFIXO-HISTORIA WS-PR-ANO '.DAT'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P705-GRAVA-LINHA-SPOOL
                   THRU P705-GRAVA-LINHA-SPOOL-FIM.
           IF WS-PERIODO-REGISTRO IS NOT NUMERIC THEN
               ADD 1 TO WS-QTD-ALERTAS
               MOVE '    ALERTA: PERIODO INVALIDO NO REGISTRO.'
                    TO WS-LINHA-REL
               PERFORM P705-GRAVA-LINHA-SPOOL
                       THRU P705-GRAVA-LINHA-SPOOL-FIM
               GO TO P470-SIMULA-HISTORIA-FIM
           END-IF.
           IF WS-PERIODO-REGISTRO IS GREATER THAN WS-PERIODO-CORRENTE
               THEN
               ADD 1 TO WS-QTD-ALERTAS
               MOVE '    ALERTA: PERIODO POSTERIOR AO QUE PERMANECE '
                    TO WS-LINHA-REL
               MOVE 'ON-LINE.' TO WS-LINHA-REL (48:8)
               PERFORM P705-GRAVA-LINHA-SPOOL
                       THRU P705-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           MOVE ZEROS TO WS-INDICE-ACHADO.
           PERFORM P475-PROCURA-ANO THRU P475-PROCURA-ANO-FIM
                   VARYING WS-INDICE-ANO FROM 1 BY 1
                   UNTIL WS-INDICE-ANO > WS-QT-ANOS
                      OR WS-INDICE-ACHADO IS GREATER THAN ZEROS.
           IF WS-INDICE-ACHADO EQUAL ZEROS AND WS-QT-ANOS < 30 THEN
               ADD 1 TO WS-QT-ANOS
               MOVE WS-QT-ANOS TO WS-INDICE-ACHADO
               MOVE WS-PR-ANO  TO WS-TA-ANO (WS-INDICE-ACHADO)
               MOVE ZEROS      TO WS-TA-QTD (WS-INDICE-ACHADO)
           END-IF.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-TA-QTD (WS-INDICE-ACHADO)
           END-IF.
       P470-SIMULA-HISTORIA-FIM.
           EXIT.

       P475-PROCURA-ANO.
           IF WS-TA-ANO (WS-INDICE-ANO) EQUAL WS-PR-ANO THEN
               MOVE WS-INDICE-ANO TO WS-INDICE-ACHADO
           END-IF.
       P475-PROCURA-ANO-FIM.

      *TOTAIS DO MESTRE NA SIMULACAO: POR ANO DE HISTORIA E GERAL.
       P480-TOTAIS-MESTRE.
           PERFORM P485-TOTAL-ANO THRU P485-TOTAL-ANO-FIM
                   VARYING WS-INDICE-ANO FROM 1 BY 1
                   UNTIL WS-INDICE-ANO > WS-QT-ANOS.
           STRING WS-NOME-MESTRE ': LIDOS ' WS-QTD-LIDOS
                  ' - IRIAM PARA A HISTORIA ' WS-QTD-HISTORIA
                  ' - PERMANECERIAM ON-LINE ' WS-QTD-MANTIDOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P705-GRAVA-LINHA-SPOOL
                   THRU P705-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P705-GRAVA-LINHA-SPOOL
                   THRU P705-GRAVA-LINHA-SPOOL-FIM.
       P480-TOTAIS-MESTRE-FIM.

       P485-TOTAL-ANO.
           STRING WS-NOME-MESTRE ': ' WS-TA-QTD (WS-INDICE-ANO)
                  ' REGISTRO(S) IRIAM PARA ' WS-PREFIXO-HISTORIA
                  WS-TA-ANO (WS-INDICE-ANO) '.DAT'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P705-GRAVA-LINHA-SPOOL
                   THRU P705-GRAVA-LINHA-SPOOL-FIM.
       P485-TOTAL-ANO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P700-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTROLLYR'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
       P700-ABRE-SPOOL-FIM.

      *GRAVA UMA LINHA NO SPOOL, CONTANDO AS PAGINAS (60 LINHAS).
       P705-GRAVA-LINHA-SPOOL.
           MOVE WS-LINHA-REL TO REG-SAIDA-SPOOL.
           WRITE REG-SAIDA-SPOOL
           END-WRITE.
           ADD 1 TO WS-LINHAS-SPOOL.
           IF WS-LINHAS-SPOOL IS GREATER THAN OR EQUAL TO 60 THEN
               MOVE ZEROS TO WS-LINHAS-SPOOL
               ADD 1 TO WS-SP-PAGINAS
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
       P705-GRAVA-LINHA-SPOOL-FIM.

       P710-FECHA-SPOOL.
           CLOSE SAIDA-SPOOL.
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           DISPLAY 'RELATORIO DA SIMULACAO GUARDADO NO SPOOL '
                   WS-SP-NUMERO ' (' WS-SP-PAGINAS ' PAGINAS). '
                   'REIMPRESSAO PELO NTSPLREP.'
           END-DISPLAY.
       P710-FECHA-SPOOL-FIM.

       P460-FECHA-HISTORIA.
           IF WS-ANO-ABERTO IS GREATER THAN ZEROS THEN
               CLOSE HISTORIA
