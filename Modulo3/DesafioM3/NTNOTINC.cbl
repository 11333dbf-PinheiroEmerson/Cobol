      * Author:    EMERSON PINHEIRO - TIO.EL@OUTLOOK.COM.
      * Date:      16/05/2022
      * Purpose:   DESAFIO MODULO 2 - INCLUSAO APROVADOS DO ALUNO
      * Update:    05/12/2022 - O RESULTADO, A MATRICULA, O DETALHE DE
      *            NOTAS E A RECUPERACAO PASSAM A SER GRAVADOS POR
      *            ALUNO + MATERIA + ANO-SEMESTRE: A NOVA TENTATIVA DE
      *            UMA MATERIA REPROVADA GANHA REGISTROS PROPRIOS E NAO
      *            SOBREPOE A ANTERIOR. O PERIODO DO RESULTADO DEIXA DE
      *            SER DIGITADO E PASSA A SER O DA OFERTA LOCALIZADA.
      * Update:    07/10/2022 - RESULTADO RECUSADO (JA GRAVADO) NAO
      *            PRODUZ MAIS EFEITOS COLATERAIS: AUDITORIA, DETALHE
      *            DE NOTAS, NOTIFICACAO E CONCLUSAO DA MATRICULA SO
      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
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
      * Update:    25/09/2023 - SO LANCA NOTA DE ALUNO DE UNIDADE
      *            (CAMPUS) AUTORIZADA PARA O OPERADOR (PGUNIDAD); ALUNO
      *            DE OUTRO CAMPUS E RECUSADO E O CODIGO E PEDIDO DE
      *            NOVO.
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

           SELECT PROFESSOR
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
       77  WS-CANCELA-LANCAMENTO     PIC X.
           88 WS-CANCELA-OK          VALUE 'S' FALSE 'N'.

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
                       PERFORM P600-MONTA-TELA-ALUNO
                               THRU P600-MONTA-TELA-ALUNO-FIM
                   ELSE
                       PERFORM P437-CONFERE-UNIDADE
                               THRU P437-CONFERE-UNIDADE-FIM
                       IF WS-UN-AUTORIZADA THEN
                           PERFORM P440-MOSTRA-ALUNO
                                   THRU P440-MOSTRA-ALUNO-FIM
                           SET     WS-EXIT-ALUNO-OK TO TRUE
                       ELSE
                           PERFORM P600-MONTA-TELA-ALUNO
                                   THRU P600-MONTA-TELA-ALUNO-FIM
                       END-IF
                   END-IF
           END-READ.
       P420-LE-ARQUIVO-ALUNO-FIM.
           END-DISPLAY.
       P435-ALUNO-INADIMPLENTE-FIM.

      *SO RECEBE NOTA O ALUNO DE UNIDADE (CAMPUS) EM QUE O OPERADOR
      *ESTA AUTORIZADO (PGUNIDAD).
       P437-CONFERE-UNIDADE.
           MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'ALUNO DE UNIDADE NAO AUTORIZADA PARA '
                       'O OPERADOR.'
               END-DISPLAY
           END-IF.
       P437-CONFERE-UNIDADE-FIM.

       P440-MOSTRA-ALUNO.
           DISPLAY 'NOME DO ALUNO: ' WS-NM-ALUNO     OF WS-ALUNO
           END-DISPLAY.
           MOVE SPACES              TO DS-DEPOIS-AUDITORIA.
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
       P458-AUDITA-OVERRIDE-FIM.

       P455-VERIFICA-PROFESSOR.
                CH-MATRICULA.
           MOVE WS-ID-MATERIA OF WS-REG-INTER TO ID-MATERIA OF
                CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE OF WS-REG-INTER TO ANO-SEMESTRE OF
                CH-MATRICULA.
           SET WS-ERA-ATIVA-OK TO FALSE.
           READ MATRICULA
               INVALID KEY
                TO ID-ALUNO   OF CH-NOTADET.
           MOVE WS-ID-MATERIA OF WS-MATERIA
                TO ID-MATERIA OF CH-NOTADET.
           MOVE WS-ANO-SEMESTRE-MAT OF WS-MATERIA
                TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE WS-INDICE-NOTA TO NR-AVALIACAO.
           MOVE WS-NOTAS (WS-INDICE-NOTA) TO NT-NOTA.
           MOVE WS-PESOS (WS-INDICE-NOTA) TO PS-PESO.
           MOVE WS-REG-INTER             TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR          TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P578-GRAVA-AUDITORIA-FIM.

       P580-INFORMA-GRAVACAO.

      *CARREGA A TURMA DA PROPRIA MATRICULA DO ALUNO NA MATERIA;
      *QUANDO A MATRICULA NAO EXISTE OU ESTA SEM TURMA, A TURMA E
      *PEDIDA NA TELA COMO ANTES. O ANO/SEMESTRE DO LANCAMENTO E O
      *DA OFERTA LOCALIZADA, QUE IDENTIFICA A TENTATIVA DO ALUNO NA
      *MATERIA.
       P607-MONTA-TELA-TURMA.
           MOVE WS-ANO-SEMESTRE-MAT OF WS-MATERIA
                TO WS-ANO-SEMESTRE OF WS-REG-INTER.
           MOVE WS-ID-ALUNO   OF WS-ALUNO
                TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-ID-MATERIA OF WS-MATERIA
                TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE-MAT OF WS-MATERIA
                TO ANO-SEMESTRE OF CH-MATRICULA.
           MOVE SPACES TO WS-TURMA OF WS-REG-INTER.
           READ MATRICULA
               INVALID KEY
                       WS-TURMA OF WS-REG-INTER
               END-DISPLAY
           END-IF.
           DISPLAY 'PERIODO DO LANCAMENTO: '
                   WS-AS-ANO OF WS-REG-INTER '/'
                   WS-AS-SEMESTRE OF WS-REG-INTER
           END-DISPLAY.
       P607-MONTA-TELA-TURMA-FIM.

      *PEDE O PERCENTUAL DE FREQUENCIA DO ALUNO NA MATERIA, USADO EM
