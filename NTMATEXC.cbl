      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO (INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX). A VERIFICACAO DE NOTAS
      *            LANCADAS POSICIONA NA MATERIA PELA CHAVE NOVA E LE UM
      *            UNICO REGISTRO, EM VEZ DE PERCORRER O ARQUIVO.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

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

      *PROCURA EM ALUTODOS UM REGISTRO JA LANCADO PARA ESTA MATERIA:
      *O START PELA CHAVE ALTERNADA CH-OFERTA-TODOS (MATERIA + ANO/
      *SEMESTRE), A PARTIR DO PERIODO ZERO, PARA NO PRIMEIRO RESULTADO
      *DA MATERIA, SE HOUVER. SE O ARQUIVO AINDA NAO EXISTE (35), NAO
      *HA NOTA LANCADA PARA NENHUMA MATERIA, E A EXCLUSAO PODE SEGUIR.
       P465-VERIFICA-NOTAS.
           SET WS-TEM-NOTA-OK          TO FALSE.
           SET WS-EOF-T-OK             TO FALSE.
           OPEN INPUT TODOS-ALUNOS.
           IF WS-FS-T-OK THEN
               MOVE WS-ID-MATERIA      TO ID-MATERIA   OF CH-TODOS
               MOVE ZEROS              TO ANO-SEMESTRE OF CH-TODOS
               START TODOS-ALUNOS KEY IS NOT LESS THAN CH-OFERTA-TODOS
                   INVALID KEY
                       SET WS-EOF-T-OK TO TRUE
               END-START
               PERFORM P467-LE-TODOS   THRU P467-LE-TODOS-FIM
                       WITH TEST
                           BEFORE
               NOT AT END
                   IF ID-MATERIA OF CH-TODOS EQUAL WS-ID-MATERIA THEN
                       SET WS-TEM-NOTA-OK TO TRUE
                   ELSE
                       SET WS-EOF-T-OK TO TRUE
                   END-IF
           END-READ.
       P467-LE-TODOS-FIM.
