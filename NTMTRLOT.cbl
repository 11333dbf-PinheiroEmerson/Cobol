      *            LOTE: A GRADE DA SEMANA DE MATRICULAS JA VEM
      *            CONFERIDA PELA COORDENACAO E O CUSTO DA VARREDURA
      *            POR REGISTRO INVIABILIZARIA A CARGA.
      * Update:    22/09/2023 - ANTES DA CARGA O MATRILOT.TXT PASSA PELO
      *            REGISTRO DE ARQUIVOS RECEBIDOS
      *            (PGREGENT/REGENTRA.DAT): O MESMO LOTE JA CARREGADO
      *            ATE O FIM (MESMO CONTEUDO) SO E CARREGADO DE NOVO COM
      *            LIBERACAO DE SUPERVISOR. CARGA INTERROMPIDA FICA EM
      *            PROCESSAMENTO NO REGISTRO E A RETOMADA PELO
      *            CHECKPOINT NAO E BARRADA. LOTE RECUSADO NAO E
      *            CARREGADO (JOB RECUSADO, RETURN-CODE 4).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    27/11/2022 - A REJEICAO POR INADIMPLENCIA PASSA A
      *            SER GRADUADA PELA FAIXA DE ATRASO (PGFXINAD, COM
      *            AS FAIXAS EM DIAS PARAMETRIZADAS EM
      *            RESULTADO: O PRE-REQUISITO PASSA A SER CONFERIDO
      *            EM ALUTODOS COM EXIGENCIA DE SITUACAO APROVADO,
      *            EM VEZ DE PELA PRESENCA NO ESPELHO ALUAPROV.
      * Update:    25/09/2023 - CHAMADO PELOS DESPACHANTES DE LOTE (AREA
      *            DE LOTE PRESENTE), AVISA O PGREGENT QUE NAO HA
      *            OPERADOR NO TERMINAL (WS-RG-INTERATIVO 'N'): ARQUIVO
      *            JA PROCESSADO E RECUSADO SEM PERGUNTA E A RECUSA VAI
      *            PARA O LOG DE JOBS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS.

           SELECT CHECKPOINT-MATRICULA
           03 WS-DH-INICIO-14          PIC 9(14).
           03 FILLER                   PIC X(07).

      *AREA DO REGISTRO DE ARQUIVOS RECEBIDOS (PGREGENT): PASSAGEM
      *PREVIA PELO ARQUIVO, CONFERENCIA E RESULTADO NO FIM.
       01  WS-PARM-REGENT.
           03 WS-RG-ACAO               PIC X(01).
           03 WS-RG-PROGRAMA           PIC X(08) VALUE 'NTMTRLOT'.
           03 WS-RG-ARQUIVO            PIC X(12) VALUE 'MATRILOT.TXT'.
           03 WS-RG-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-RG-CABECALHO          PIC X(20) VALUE SPACES.
           03 WS-RG-CABECALHO-UNICO    PIC X(01) VALUE 'N'.
           03 WS-RG-LINHA              PIC X(250).
           03 WS-RG-QT-REGISTROS       PIC 9(07) VALUE ZEROS.
           03 WS-RG-NR-DIGITAL         PIC 9(09) VALUE ZEROS.
           03 WS-RG-QT-CONTEUDO        PIC 9(07) VALUE ZEROS.
           03 WS-RG-VL-CONTROLE        PIC 9(11)V99 VALUE ZEROS.
           03 WS-RG-TEM-RODAPE         PIC X(01) VALUE 'N'.
           03 WS-RG-QT-RODAPE          PIC 9(07) VALUE ZEROS.
           03 WS-RG-VL-RODAPE          PIC 9(11)V99 VALUE ZEROS.
           03 WS-RG-NR-REGISTRO        PIC 9(06) VALUE ZEROS.
           03 WS-RG-LIBERADO           PIC X(01) VALUE 'N'.
               88 WS-RG-LIBERADO-OK    VALUE 'S'.
           03 WS-RG-SITUACAO           PIC X(01) VALUE SPACES.
           03 WS-RG-QT-ACEITOS         PIC 9(07) VALUE ZEROS.
           03 WS-RG-QT-REJEITADOS      PIC 9(07) VALUE ZEROS.
           03 WS-RG-INTERATIVO         PIC X(01) VALUE 'S'.

       77  WS-EOF-LOTE                 PIC X.
           88 WS-EOF-LOTE-OK           VALUE 'S' FALSE 'N'.

           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

      *AREA OPCIONAL DOS DESPACHANTES DE LOTE (NTEODRUN/NTAGNRUN): SO
      *A PRESENCA DELA INTERESSA - CHAMADO POR ELES, NAO HA OPERADOR
      *NO TERMINAL PARA LIBERAR O REPROCESSAMENTO.
       01  LK-PARM-LOTE.
           03 LK-LT-SIMULACAO          PIC X(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA LK-PARM-LOTE.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-LOTE-OK          TO FALSE.
           MOVE 'N'                    TO WS-RG-LIBERADO.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
               MOVE 'ERRO' TO WS-JL-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-EOF-LOTE-OK TO TRUE
           ELSE
               PERFORM P300-REGISTRA-ENTRADA
                       THRU P300-REGISTRA-ENTRADA-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           OPEN I-O MATERIAS.
           OPEN INPUT RESPONSAVEIS.
       P400-ABRE-ARQ-FIM.

      ******************************************************************
      *PASSAGEM PREVIA PELO LOTE: QUANTIDADE, DIGITAL E, COMO TOTAL DE
      *CONTROLE, A SOMA DOS CODIGOS DE ALUNO. O PGREGENT CONFERE E
      *REGISTRA. O LOTE E REABERTO DO INICIO (A RETOMADA DO CHECKPOINT
      *VEM DEPOIS); RECUSADO, NENHUM REGISTRO E LIDO.
      ******************************************************************
       P300-REGISTRA-ENTRADA.
           MOVE ZEROS  TO WS-RG-QT-CONTEUDO WS-RG-VL-CONTROLE.
           MOVE WS-COM-OPERADOR TO WS-RG-OPERADOR.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               MOVE 'N' TO WS-RG-INTERATIVO
           END-IF.
           MOVE 'I' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           PERFORM P305-SOMA-ENTRADA THRU P305-SOMA-ENTRADA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-LOTE-OK.
           CLOSE MATRICULA-LOTE.
           SET WS-EOF-LOTE-OK TO FALSE.
           MOVE 'V' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           OPEN INPUT MATRICULA-LOTE.
           IF NOT WS-RG-LIBERADO-OK THEN
               DISPLAY 'MATRILOT.TXT NAO CARREGADO. CONSULTE OS '
                       'ARQUIVOS RECEBIDOS.'
               END-DISPLAY
               MOVE 'RECUSADO' TO WS-JL-STATUS
               MOVE 4 TO RETURN-CODE
               SET WS-EOF-LOTE-OK TO TRUE
           END-IF.
       P300-REGISTRA-ENTRADA-FIM.

       P305-SOMA-ENTRADA.
           READ MATRICULA-LOTE INTO WS-REG-LOTE
               AT END
                   SET WS-EOF-LOTE-OK TO TRUE
               NOT AT END
                   MOVE WS-REG-LOTE TO WS-RG-LINHA
                   MOVE 'L' TO WS-RG-ACAO
                   CALL 'PGREGENT' USING WS-PARM-REGENT
                   ADD 1 TO WS-RG-QT-CONTEUDO
                   IF WS-LT-ID-ALUNO IS NUMERIC THEN
                       ADD WS-LT-ID-ALUNO TO WS-RG-VL-CONTROLE
                   END-IF
           END-READ.
       P305-SOMA-ENTRADA-FIM.

      *RETOMADA DO CHECKPOINT, NO MESMO DESENHO DO NTALULOT.
       P405-RETOMA-CHECKPOINT.
           PERFORM P406-LE-CHECKPOINT THRU P406-LE-CHECKPOINT-FIM.
                   WS-QTD-CARREGADOS + WS-QTD-ESPERA.
           MOVE WS-QTD-REJEITADOS TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           IF WS-RG-LIBERADO-OK THEN
               MOVE 'C' TO WS-RG-SITUACAO
               COMPUTE WS-RG-QT-ACEITOS =
                       WS-QTD-CARREGADOS + WS-QTD-ESPERA
               MOVE WS-QTD-REJEITADOS TO WS-RG-QT-REJEITADOS
               MOVE 'G' TO WS-RG-ACAO
               CALL 'PGREGENT' USING WS-PARM-REGENT
           END-IF.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
