      * Purpose:   PROCESSAMENTO EM LOTE DE NOTAS, A PARTIR DE UMA FILA
      *            DE LANCAMENTOS PENDENTES (NOTASLOT.TXT), SEM
      *            DEPENDER DE DIGITACAO INTERATIVA.
      * Update:    05/12/2022 - RESULTADO, MATRICULA E DETALHE DE
      *            NOTAS PASSAM A SER LOCALIZADOS E GRAVADOS POR
      *            ALUNO + MATERIA + ANO-SEMESTRE DA LINHA DO LOTE, DO
      *            MESMO JEITO QUE EM NTNOTINC: A NOVA TENTATIVA DE UMA
      *            MATERIA REPROVADA NAO SOBREPOE A ANTERIOR.
      * Update:    07/10/2022 - LINHA QUE COLIDE COM RESULTADO JA
      *            GRAVADO (WRITE RECUSADO) PASSA A SER REJEITADA
      *            (MOTIVO 07) EM VEZ DE CONTADA COMO PROCESSADA:
      * Update:    19/11/2022 - COM O PLANO DE AVALIACAO DA OFERTA
      *            GRAVADO (PLANOAVA.DAT/NTPLAMAN), O PESO DO
      *            DETALHE VEM DO PLANO, NAO DO PADRAO 1.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    15/09/2023 - MATRICULA.DAT E ALUTODOS.DAT DECLARADOS
      *            COM A CHAVE ALTERNADA DA OFERTA (MATERIA +
      *            ANO/SEMESTRE), IGUAL EM TODO PROGRAMA QUE ABRE O
      *            ARQUIVO. INDICE MONTADO NA VIRADA PELO NTOFEIDX.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Update:    25/09/2023 - LINHA DE ALUNO DE UNIDADE (CAMPUS) NAO
      *            AUTORIZADA PARA O OPERADOR DO LOTE (PGUNIDAD) E
      *            REJEITADA COM O MOTIVO 08 E VAI PARA OS SUSPENSOS,
      *            COMO AS DEMAIS REJEICOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY IS CH-TODOS OF REG-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS OF REG-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT MATRICULA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD  KEY IS CH-MATRICULA OF REG-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA OF REG-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT CALENDARIO
      *01=ALUNO INEXISTENTE  02=ALUNO INADIMPLENTE  03=MATERIA NAO
      *LOCALIZADA  04=PROFESSOR DE OUTRA OFERTA  05=NOTA FORA DA
      *FAIXA  06=PRAZO DE NOTAS VENCIDO/PERIODO ENCERRADO
      *07=RESULTADO JA GRAVADO EM ALUTODOS  08=ALUNO DE UNIDADE NAO
      *AUTORIZADA PARA O OPERADOR.
       77  WS-MOTIVO-REJEICAO          PIC X(02) VALUE SPACES.
       77  WS-QTD-SUSPENSOS            PIC 9(04) VALUE ZEROS.


       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL           PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-CH-INTER.
               05 WS-ID-ALUNO        PIC 9(05).
               05 WS-ID-MATERIA      PIC 9(05).
               05 WS-ANO-SEMESTRE.
                   07 WS-AS-ANO      PIC 9(04).
                   07 WS-AS-SEMESTRE PIC 9(01).
           03 WS-NM-ALUNO            PIC X(20).
           03 WS-TL-ALUNO.
              05 WS-FONEAREA         PIC 9(02).
           03 WS-MD-ALUNO            PIC 9(02)V99.
           03 WS-ST-APROVACAO        PIC X(10).
           03 WS-TURMA               PIC X(04).
           03 WS-FR-ALUNO            PIC 9(03)V99.

       01  WS-RESULTADO              PIC X(10).
       77  WS-QTD-PROCESSADOS         PIC 9(04) VALUE ZEROS.
       77  WS-QTD-REJEITADOS          PIC 9(04) VALUE ZEROS.

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
                   END-IF
           END-READ.

      *ALUNO DE UNIDADE (CAMPUS) FORA DA AUTORIZACAO DO OPERADOR DO
      *LOTE (PGUNIDAD) NAO RECEBE NOTA.
           IF WS-REGISTRO-VALIDO-OK THEN
               MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR
               MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
               IF NOT WS-UN-AUTORIZADA THEN
                   DISPLAY 'ALUNO ' WS-ID-ALUNO-LOTE
                           ' DE UNIDADE NAO AUTORIZADA PARA O '
                           'OPERADOR. REGISTRO REJEITADO.'
                   END-DISPLAY
                   MOVE '08' TO WS-MOTIVO-REJEICAO
                   SET WS-REGISTRO-VALIDO-OK TO FALSE
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO-OK THEN
               MOVE WS-ID-MATERIA-LOTE TO ID-MATERIA OF REG-MATERIA
               MOVE WS-AS-ANO-LOTE     TO AS-ANO      OF REG-MATERIA
       P433-GRAVA-UM-DETALHE.
           MOVE WS-ID-ALUNO-LOTE   TO ID-ALUNO   OF CH-NOTADET.
           MOVE WS-ID-MATERIA-LOTE TO ID-MATERIA OF CH-NOTADET.
           MOVE WS-ANO-SEMESTRE-LOTE TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE WS-INDICE-NOTA     TO NR-AVALIACAO.
           MOVE WS-NOTAS (WS-INDICE-NOTA) TO NT-NOTA.
           MOVE 1 TO PS-PESO.
           MOVE SPACES              TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           MOVE WS-ID-EXECUCAO TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P424-AUDITA-OVERRIDE-FIM.

      *VERIFICA SE O OPERADOR DA SESSAO PODE LANCAR NOTAS NA OFERTA
      *LOTE; A COLUNA SO VALE PARA MATRICULA SEM TURMA.
           MOVE WS-ID-ALUNO-LOTE   TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-ID-MATERIA-LOTE TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE-LOTE TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   CONTINUE
                CH-MATRICULA.
           MOVE WS-ID-MATERIA OF WS-REG-INTER TO ID-MATERIA OF
                CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE OF WS-REG-INTER TO ANO-SEMESTRE OF
                CH-MATRICULA.
           SET WS-ERA-ATIVA-OK TO FALSE.
           READ MATRICULA
               INVALID KEY
           MOVE WS-REG-INTER             TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR          TO ID-OPERADOR-AUDITORIA.
           MOVE WS-ID-EXECUCAO TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P578-GRAVA-AUDITORIA-FIM.

       P590-INFORMA-GRAVACAO-ERRO.
