      *            CALCULO DE MEDIA, A MARGEM DE RECUPERACAO E A
      *            FREQUENCIA MINIMA EXATAMENTE COMO O NTNOTINC -
      *            NADA DA APURACAO E DUPLICADO AQUI.
      * Update:    25/09/2023 - CHAMADO PELOS DESPACHANTES DE LOTE (AREA
      *            DE LOTE PRESENTE), AVISA O PGREGENT QUE NAO HA
      *            OPERADOR NO TERMINAL (WS-RG-INTERATIVO 'N'): ARQUIVO
      *            JA PROCESSADO E RECUSADO SEM PERGUNTA E A RECUSA VAI
      *            PARA O LOG DE JOBS.
      * Update:    22/09/2023 - ANTES DA IMPORTACAO O DIARIO.TXT PASSA
      *            PELO REGISTRO DE ARQUIVOS RECEBIDOS
      *            (PGREGENT/REGENTRA.DAT): O MESMO DIARIO JA IMPORTADO
      *            (MESMO CONTEUDO) SO VAI DE NOVO PARA A FILA DE LOTE
      *            COM LIBERACAO DE SUPERVISOR. DIARIO RECUSADO NAO E
      *            IMPORTADO (RETURN-CODE 4).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    05/12/2022 - A MATRICULA E LIDA PELA CHAVE COM O
      *            ANO-SEMESTRE DA OFERTA DO CABECALHO (MATRICULA.DAT
      *            PASSA A GUARDAR UMA MATRICULA POR PERIODO NA MESMA
      *            MATERIA).
      * Update:    24/09/2022 - CHAVES DE ALUNO E MATERIA AMPLIADAS
      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT NOTAS-LOTE
       77  WS-QTD-ACEITOS              PIC 9(03) VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC 9(03) VALUE ZEROS.

      *AREA DO REGISTRO DE ARQUIVOS RECEBIDOS (PGREGENT): PASSAGEM
      *PREVIA PELO ARQUIVO, CONFERENCIA E RESULTADO NO FIM.
       01  WS-PARM-REGENT.
           03 WS-RG-ACAO               PIC X(01).
           03 WS-RG-PROGRAMA           PIC X(08) VALUE 'NTDIAIMP'.
           03 WS-RG-ARQUIVO            PIC X(12) VALUE 'DIARIO.TXT'.
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

       77  WS-EOF-DIARIO               PIC X.
           88 WS-EOF-DIARIO-OK         VALUE 'S' FALSE 'N'.

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
           SET WS-EOF-DIARIO-OK        TO FALSE.
           MOVE 'N'                    TO WS-RG-LIBERADO.
           SET WS-TEM-CABECALHO-OK     TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
                       'CANCELADA.'
               END-DISPLAY
               SET WS-EOF-DIARIO-OK TO TRUE
           ELSE
               PERFORM P300-REGISTRA-ENTRADA
                       THRU P300-REGISTRA-ENTRADA-FIM
           END-IF.
           OPEN INPUT MATRICULA.
           IF NOT WS-FS-R-OK THEN
           END-IF.
       P400-ABRE-ARQ-FIM.

      ******************************************************************
      *PASSAGEM PREVIA PELO DIARIO: QUANTIDADE, DIGITAL, CABECALHO,
      *LINHAS DE DETALHE E, COMO TOTAL DE CONTROLE, A SOMA DOS
      *CODIGOS DE ALUNO. O PGREGENT CONFERE E REGISTRA. O DIARIO E
      *REABERTO DO INICIO; RECUSADO, NENHUMA LINHA E LIDA.
      ******************************************************************
       P300-REGISTRA-ENTRADA.
           MOVE ZEROS  TO WS-RG-QT-CONTEUDO WS-RG-VL-CONTROLE.
           MOVE SPACES TO WS-RG-CABECALHO.
           MOVE WS-COM-OPERADOR TO WS-RG-OPERADOR.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               MOVE 'N' TO WS-RG-INTERATIVO
           END-IF.
           MOVE 'I' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           PERFORM P305-SOMA-ENTRADA THRU P305-SOMA-ENTRADA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DIARIO-OK.
           CLOSE DIARIO.
           SET WS-EOF-DIARIO-OK TO FALSE.
           MOVE 'V' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           OPEN INPUT DIARIO.
           IF NOT WS-RG-LIBERADO-OK THEN
               DISPLAY 'DIARIO.TXT NAO IMPORTADO. CONSULTE OS '
                       'ARQUIVOS RECEBIDOS.'
               END-DISPLAY
               MOVE 4 TO RETURN-CODE
               SET WS-EOF-DIARIO-OK TO TRUE
           END-IF.
       P300-REGISTRA-ENTRADA-FIM.

       P305-SOMA-ENTRADA.
           READ DIARIO
               AT END
                   SET WS-EOF-DIARIO-OK TO TRUE
               NOT AT END
                   MOVE REG-DIARIO TO WS-RG-LINHA
                   MOVE 'L' TO WS-RG-ACAO
                   CALL 'PGREGENT' USING WS-PARM-REGENT
                   IF REG-DIARIO (1:1) EQUAL 'H' THEN
                       MOVE REG-DIARIO (2:16) TO WS-RG-CABECALHO
                   END-IF
                   IF REG-DIARIO (1:1) EQUAL 'D' THEN
                       MOVE REG-DIARIO TO WS-LINHA-DETALHE
                       ADD 1 TO WS-RG-QT-CONTEUDO
                       IF WS-DT-ID-ALUNO IS NUMERIC THEN
                           ADD WS-DT-ID-ALUNO TO WS-RG-VL-CONTROLE
                       END-IF
                   END-IF
           END-READ.
       P305-SOMA-ENTRADA-FIM.

       P200-PROCESSA.
           PERFORM P410-LE-LINHA THRU P410-LE-LINHA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DIARIO-OK.
           END-IF.
           MOVE WS-DT-ID-ALUNO   TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-HC-ID-MATERIA TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-HC-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           IF WS-RG-LIBERADO-OK THEN
               MOVE 'C' TO WS-RG-SITUACAO
               IF NOT WS-FS-R-OK THEN
                   MOVE 'E' TO WS-RG-SITUACAO
               END-IF
               MOVE WS-QTD-ACEITOS    TO WS-RG-QT-ACEITOS
               MOVE WS-QTD-REJEITADOS TO WS-RG-QT-REJEITADOS
               MOVE 'G' TO WS-RG-ACAO
               CALL 'PGREGENT' USING WS-PARM-REGENT
           END-IF.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
