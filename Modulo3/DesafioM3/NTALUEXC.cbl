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
      * Update:    19/09/2023 - WS-ALUNO AMPLIADO PARA 187 POSICOES
      *            (INCLUI A UNIDADE DE ORIGEM), PARA NAO TRUNCAR A
      *            IMAGEM GRAVADA NA AUDITORIA. ALUNO DE UNIDADE
      *            (CAMPUS) EM QUE O OPERADOR NAO ESTA AUTORIZADO
      *            (PGUNIDAD) NAO E EXIBIDO, EXCLUIDO NEM DESATIVADO.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT MATRICULA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT AUDITORIA
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
           03 WS-DH-SEG                 PIC 9(02).
           03 FILLER                    PIC X(07).

       01  WS-ALUNO                    PIC X(187) VALUE SPACES.
       01  FILLER REDEFINES WS-ALUNO.
           03 WS-ID-ALUNO              PIC 9(05).
           03 WS-NM-ALUNO              PIC X(20).
               05 WS-FONEAREA-ADIC     PIC 9(02).
               05 WS-FONENUMERO-ADIC   PIC 9(09).
           03 WS-ID-CURSO              PIC 9(02).
           03 FILLER                   PIC X(14).
           03 WS-CD-UNIDADE-ALUNO      PIC 9(02).

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD): SO ALUNO DE UNIDADE
      *AUTORIZADA PARA O OPERADOR E EXIBIDO E EXCLUIDO.
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

       77  WS-EOF                      PIC X.
           88 WS-EOF-OK                VALUE 'S' FALSE 'N'.
       P430-MONTA-TELA-FIM.

       P440-MOSTRA-ALUNO.
           MOVE WS-COM-OPERADOR     TO WS-UN-OPERADOR.
           MOVE WS-CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF WS-UN-AUTORIZADA THEN
               PERFORM P442-EXIBE-ALUNO THRU P442-EXIBE-ALUNO-FIM
           ELSE
               DISPLAY 'ALUNO ' WS-ID-ALUNO ' DE UNIDADE NAO '
                       'AUTORIZADA PARA O OPERADOR.'
               END-DISPLAY
           END-IF.
           UNLOCK ALUNOS.
           MOVE 'L' TO WS-TR-ACAO.
           CALL 'PGTRAVA' USING WS-PARM-TRAVA.
       P440-MOSTRA-ALUNO-FIM.

       P442-EXIBE-ALUNO.
           DISPLAY 'OS DADO DO ALUNO SAO: '
           END-DISPLAY.
           DISPLAY 'ID DO ALUNO..: ' WS-ID-ALUNO
               DISPLAY 'OS DADOS NAO FORAM EXCLUIDOS.'
               END-DISPLAY
           END-IF.
       P442-EXIBE-ALUNO-FIM.

       P450-REG-NAO-LOCALIZADO.
           DISPLAY 'ALUNO NAO LOCALIZADO.'
           MOVE REG-ALUNO           TO DS-DEPOIS-AUDITORIA.
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
       P475-AUDITA-DESATIVACAO-FIM.

       P460-EXCLUI-ALUNO.
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
       P470-GRAVA-AUDITORIA-FIM.

       P800-ERRO.
