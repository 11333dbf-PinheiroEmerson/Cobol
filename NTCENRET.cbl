      *            E TIPO 2 POR MATRICULA, VALIDACAO DE CPF E
      *            NASCIMENTO PELO PGCPFVAL/PGDTAVAL); QUEM AINDA
      *            FALHA NA VALIDACAO CONTINUA PENDENTE E LISTADO.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    22/09/2023 - A OPCAO 1 PASSA O CENSORET.TXT PELO
      *            REGISTRO DE ARQUIVOS RECEBIDOS
      *            (PGREGENT/REGENTRA.DAT) ANTES DE GRAVAR QUALQUER
      *            REJEICAO: O FECHAMENTO (LINHA 9, QUANDO O GOVERNO O
      *            ENVIA) TEM DE CONFERIR COM A QUANTIDADE DE LINHAS 1 E
      *            DE REJEICOES, E A MESMA CRITICA JA PROCESSADA SO E
      *            REPROCESSADA COM LIBERACAO DE SUPERVISOR. ARQUIVO
      *            RECUSADO NAO E PROCESSADO (RETURN-CODE 4).
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
           FILE  STATUS IS WS-FS-R.

           SELECT CENSO
               88 WS-RT-RESULTADO-REJEITADO VALUE 'R'.
           03 WS-RT-CD-REJEICAO        PIC X(04).
           03 FILLER                   PIC X(19).
      *LINHA 0 (ABERTURA) E LINHA 9 (FECHAMENTO) DA CRITICA: O
      *FECHAMENTO TRAZ A QUANTIDADE DE LINHAS 1 E A DE REJEICOES.
       01  FILLER REDEFINES WS-LINHA-RETORNO.
           03 FILLER                   PIC X(01).
           03 WS-FC-QTD                PIC 9(06).
           03 WS-FC-REJEICOES          PIC 9(06).
           03 FILLER                   PIC X(17).

      *REGISTRO TIPO 1 (ALUNO) DO LAYOUT FIXO DO CENSO, IDENTICO AO
      *DO NTCENSOX.
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

      *AREA DO REGISTRO DE ARQUIVOS RECEBIDOS (PGREGENT): PASSAGEM
      *PREVIA PELO ARQUIVO, CONFERENCIA E RESULTADO NO FIM.
       01  WS-PARM-REGENT.
           03 WS-RG-ACAO               PIC X(01).
           03 WS-RG-PROGRAMA           PIC X(08) VALUE 'NTCENRET'.
           03 WS-RG-ARQUIVO            PIC X(12) VALUE 'CENSORET.TXT'.
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

       77  WS-EOF-RETORNO              PIC X.
           88 WS-EOF-RETORNO-OK        VALUE 'S' FALSE 'N'.
       77  WS-EOF-CENSOREJ             PIC X.
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
               END-DISPLAY
               GO TO P300-PROCESSA-RETORNO-FIM
           END-IF.
           PERFORM P302-REGISTRA-ENTRADA
                   THRU P302-REGISTRA-ENTRADA-FIM.
           IF NOT WS-RG-LIBERADO-OK THEN
               DISPLAY 'CENSORET.TXT NAO PROCESSADO. CONSULTE OS '
                       'ARQUIVOS RECEBIDOS.'
               END-DISPLAY
               MOVE 4 TO RETURN-CODE
               GO TO P300-PROCESSA-RETORNO-FIM
           END-IF.
           OPEN I-O CENSOREJ.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-CRJ-OK THEN
           END-DISPLAY.
           DISPLAY 'PENDENCIAS BAIXADAS......: ' WS-QTD-BAIXADOS
           END-DISPLAY.
           MOVE 'C' TO WS-RG-SITUACAO.
           MOVE WS-QTD-ACEITOS   TO WS-RG-QT-ACEITOS.
           MOVE WS-QTD-REJEICOES TO WS-RG-QT-REJEITADOS.
           MOVE 'G' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
       P300-PROCESSA-RETORNO-FIM.
           EXIT.

      *PASSAGEM PREVIA PELA CRITICA: QUANTIDADE, DIGITAL, ABERTURA,
      *LINHAS 1 E REJEICOES, E O FECHAMENTO QUANDO HOUVER. O PGREGENT
      *CONFERE E REGISTRA; LIBERADO, O ARQUIVO E REABERTO DO INICIO.
       P302-REGISTRA-ENTRADA.
           MOVE ZEROS  TO WS-RG-QT-CONTEUDO WS-RG-VL-CONTROLE
                          WS-RG-QT-RODAPE WS-RG-VL-RODAPE.
           MOVE SPACES TO WS-RG-CABECALHO.
           MOVE 'N'    TO WS-RG-TEM-RODAPE.
           MOVE WS-COM-OPERADOR TO WS-RG-OPERADOR.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               MOVE 'N' TO WS-RG-INTERATIVO
           END-IF.
           MOVE 'I' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           SET WS-EOF-RETORNO-OK TO FALSE.
           PERFORM P305-SOMA-ENTRADA THRU P305-SOMA-ENTRADA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-RETORNO-OK.
           CLOSE RETORNO.
           SET WS-EOF-RETORNO-OK TO FALSE.
           MOVE 'V' TO WS-RG-ACAO.
           CALL 'PGREGENT' USING WS-PARM-REGENT.
           IF WS-RG-LIBERADO-OK THEN
               OPEN INPUT RETORNO
           END-IF.
       P302-REGISTRA-ENTRADA-FIM.

       P305-SOMA-ENTRADA.
           READ RETORNO
               AT END
                   SET WS-EOF-RETORNO-OK TO TRUE
               NOT AT END
                   MOVE REG-RETORNO TO WS-RG-LINHA WS-LINHA-RETORNO
                   MOVE 'L' TO WS-RG-ACAO
                   CALL 'PGREGENT' USING WS-PARM-REGENT
                   EVALUATE WS-RT-TIPO
                       WHEN '0'
                           MOVE WS-LINHA-RETORNO (2:20)
                                TO WS-RG-CABECALHO
                       WHEN '1'
                           ADD 1 TO WS-RG-QT-CONTEUDO
                           IF WS-RT-RESULTADO-REJEITADO THEN
                               ADD 1 TO WS-RG-VL-CONTROLE
                           END-IF
                       WHEN '9'
                           MOVE 'S' TO WS-RG-TEM-RODAPE
                           IF WS-FC-QTD IS NUMERIC AND
                              WS-FC-REJEICOES IS NUMERIC THEN
                               MOVE WS-FC-QTD TO WS-RG-QT-RODAPE
                               MOVE WS-FC-REJEICOES
                                    TO WS-RG-VL-RODAPE
                           END-IF
                   END-EVALUATE
           END-READ.
       P305-SOMA-ENTRADA-FIM.

       P330-LE-RETORNO.
           READ RETORNO
               AT END
