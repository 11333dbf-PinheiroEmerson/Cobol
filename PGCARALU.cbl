      * Update:    21/08/2022 - PASSA A REGISTRAR A EXECUCAO NO LOG DE
      *            JOBS (JOBLOG.DAT) VIA PGJOBLOG, COM CONTADORES E
      *            STATUS FINAL, PARA O RELATORIO DE OPERACAO.
      * Update:    19/09/2023 - STUDENT.TXT NAO TRAZ A UNIDADE (CAMPUS)
      *            DO ALUNO: O ALUNO CARREGADO ENTRA NA SEDE (UNIDADE
      *            01), GRAVADA EXPLICITAMENTE.
      * Update:    22/09/2023 - ANTES DA CARGA O STUDENT.TXT PASSA PELO
      *            REGISTRO DE ARQUIVOS RECEBIDOS
      *            (PGREGENT/REGENTRA.DAT): O MESMO ARQUIVO JA CARREGADO
      *            (MESMO CONTEUDO) SO E CARREGADO DE NOVO COM LIBERACAO
      *            DE SUPERVISOR. ARQUIVO RECUSADO NAO E CARREGADO (JOB
      *            RECUSADO, RETURN-CODE 4).
      * Update:    25/09/2023 - CARGA SEM OPERADOR NO TERMINAL: O
      *            PGREGENT RECUSA O ARQUIVO JA CARREGADO SEM PEDIR
      *            LIBERACAO (WS-RG-INTERATIVO 'N') E GRAVA A RECUSA NO
      *            LOG DE JOBS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-DH-INICIO-14          PIC 9(14).
           03 FILLER                   PIC X(07).

      *AREA DO REGISTRO DE ARQUIVOS RECEBIDOS (PGREGENT): PASSAGEM
      *PREVIA PELO ARQUIVO, CONFERENCIA E RESULTADO NO FIM.
       01  WS-PARM-REGENT.
           03 WS-RG-ACAO               PIC X(01).
           03 WS-RG-PROGRAMA           PIC X(08) VALUE 'PGCARALU'.
           03 WS-RG-ARQUIVO            PIC X(12) VALUE 'STUDENT.TXT'.
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
           03 WS-RG-INTERATIVO         PIC X(01) VALUE 'N'.

       01  WS-DADOS                PIC X(25) VALUE SPACES.
       01  FILLER REDEFINES WS-DADOS.
           03 WS-CD-STUDENT        PIC 9(05).
               REPLACING NUMERIC      BY ZEROES
                         ALPHANUMERIC BY SPACES.
           SET WS-EOF TO FALSE.
           MOVE 'N'   TO WS-RG-LIBERADO.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ   THRU P400-ABRE-ARQ-FIM.
           DISPLAY 'ARQUIVO STUDENT FOI ABERTO. LENDO DADOS...'.
           IF NOT WS-FS-STUDENT-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           PERFORM P300-REGISTRA-ENTRADA
                   THRU P300-REGISTRA-ENTRADA-FIM.
           OPEN I-O ALUNOS.
      *VE SE O ARQUIVO DE ALUNOS EXISTE. SE NAO EXISTE (35) CRIA.
           IF NOT WS-FS-OK THEN
           END-IF.
       P400-ABRE-ARQ-FIM.

      *PASSAGEM PREVIA PELO STUDENT: QUANTIDADE, DIGITAL E, COMO
      *TOTAL DE CONTROLE, A SOMA DOS CODIGOS. O PGREGENT CONFERE E
      *REGISTRA. O ARQUIVO E REABERTO DO INICIO; RECUSADO, NENHUM
      *REGISTRO E LIDO.
       P300-REGISTRA-ENTRADA.
           MOVE ZEROS TO WS-RG-QT-CONTEUDO WS-RG-VL-CONTROLE.
           MOVE WS-JL-PROGRAMA TO WS-RG-OPERADOR.
           MOVE 'I' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           PERFORM P305-SOMA-ENTRADA THRU P305-SOMA-ENTRADA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF.
           CLOSE STUDENT.
           SET WS-EOF TO FALSE.
           MOVE 'V' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           OPEN INPUT STUDENT.
           IF NOT WS-RG-LIBERADO-OK THEN
               DISPLAY 'STUDENT.TXT NAO CARREGADO. CONSULTE OS '
                       'ARQUIVOS RECEBIDOS.'
               MOVE 'RECUSADO' TO WS-JL-STATUS
               MOVE 4 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-IF.
       P300-REGISTRA-ENTRADA-FIM.

       P305-SOMA-ENTRADA.
           READ STUDENT INTO WS-DADOS
               AT  END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE WS-DADOS TO WS-RG-LINHA
                   MOVE 'L' TO WS-RG-ACAO
                   CALL 'PGREGENT' USING WS-PARM-REGENT
                   ADD 1 TO WS-RG-QT-CONTEUDO
                   IF WS-CD-STUDENT IS NUMERIC THEN
                       ADD WS-CD-STUDENT TO WS-RG-VL-CONTROLE
                   END-IF
           END-READ.
       P305-SOMA-ENTRADA-FIM.

       P410-LE-STUDENT.
           READ STUDENT INTO WS-DADOS
               AT  END
      *STUDENT.TXT TAMBEM NAO TRAZ A SITUACAO DA MENSALIDADE. TODO
      *ALUNO CARREGADO EM LOTE ENTRA COMO ADIMPLENTE POR PADRAO.
           SET ST-MENSALIDADE-ADIMPLENTE TO TRUE.
      *NEM A UNIDADE: O ALUNO ENTRA NA SEDE.
           MOVE 01                TO CD-UNIDADE-ALUNO.

           WRITE REG-ALUNO
               INVALID KEY
           MOVE WS-QTD-CARREGADOS TO WS-JL-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADOS TO WS-JL-QTD-REJEITADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           IF WS-RG-LIBERADO-OK THEN
               MOVE 'C' TO WS-RG-SITUACAO
               MOVE WS-QTD-CARREGADOS TO WS-RG-QT-ACEITOS
               MOVE WS-QTD-REJEITADOS TO WS-RG-QT-REJEITADOS
               MOVE 'G' TO WS-RG-ACAO
               CALL 'PGREGENT' USING WS-PARM-REGENT
           END-IF.
           PERFORM P420-FECHA-ARQ  THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'.
           GOBACK.
