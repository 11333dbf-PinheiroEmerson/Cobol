      *            ABERTO (ST-COBRANCA DE CFPK0008, OPERACAO
      *            CANCELTRAN NA AUDITORIA), PARA NAO ENVELHECEREM
      *            EM FALSA INADIMPLENCIA.
      * Update:    05/12/2022 - A MATRICULA DE CADA OFERTA E RELIDA PELA
      *            CHAVE COM O ANO-SEMESTRE DO TRANCAMENTO, QUE PASSOU A
      *            FAZER PARTE DELA.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    22/09/2023 - A LISTA DE ESPERA DA OFERTA E LIDA PELA
      *            CHAVE ALTERNADA DA OFERTA (CH-OFERTA-MATRICULA), SEM
      *            PERCORRER MATRICULA.DAT INTEIRO; O EMPATE DE DATA
      *            CONTINUA COM O MENOR ID-ALUNO.
      * Update:    25/09/2023 - A AUDITORIA DA COBRANCA GRAVA A CHAVE
      *            INTEIRA DE MENSALIDADE (ALUNO, COMPETENCIA E TIPO), E
      *            NAO SO AS 10 PRIMEIRAS POSICOES, QUE MISTURAVAM MESES
      *            E TIPOS DE COBRANCA DO MESMO ALUNO. O NUMERO DO
      *            REGISTRO DE AUDITORIA SO E CONFIRMADO NO PGAUDELO
      *            (ACAO 'G') DEPOIS DO WRITE BEM-SUCEDIDO; WRITE QUE
      *            FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS.

           SELECT MATERIAS
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           SET WS-EOF-MATRICULA-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO   OF CH-MATRICULA.
           MOVE ZEROS       TO ID-MATERIA OF CH-MATRICULA.
           MOVE ZEROS       TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
                TO WS-ID-MATERIA-ATUAL.
           MOVE WS-ID-ALUNO         TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-ID-MATERIA-ATUAL TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE     TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   DISPLAY 'ERRO AO RELER A MATRICULA DA MATERIA '
           EXIT.

      *PROCURA NA OFERTA O REGISTRO MAIS ANTIGO DA LISTA DE ESPERA
      *E O PROMOVE PARA ATIVA (MESMA REGRA DO NTMATTRA). POSICIONA NA
      *OFERTA PELA CHAVE ALTERNADA; A PRIMEIRA MATRICULA DE OUTRA
      *OFERTA ENCERRA A LEITURA.
       P510-PROMOVE-ESPERA.
           SET WS-ACHOU-ESPERA-OK  TO FALSE.
           SET WS-EOF-MATRICULA-OK TO FALSE.
           MOVE ZEROS TO WS-ID-ALUNO-PROMOVE.
           MOVE 99999999 TO WS-DT-MAIS-ANTIGA.
           MOVE WS-ID-MATERIA-ATUAL TO ID-MATERIA   OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS EQUAL TO CH-OFERTA-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA-ATUAL
                      OR ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-MATRICULA-OK TO TRUE
                   ELSE
                       IF ST-MATRICULA-ESPERA AND
                          (DT-MATRICULA IS LESS THAN
                               WS-DT-MAIS-ANTIGA OR
                           (DT-MATRICULA EQUAL WS-DT-MAIS-ANTIGA AND
                            ID-ALUNO OF CH-MATRICULA IS LESS THAN
                                WS-ID-ALUNO-PROMOVE)) THEN
                           MOVE DT-MATRICULA TO WS-DT-MAIS-ANTIGA
                           MOVE ID-ALUNO OF CH-MATRICULA
                                TO WS-ID-ALUNO-PROMOVE
       P520-EFETIVA-PROMOCAO.
           MOVE WS-ID-ALUNO-PROMOVE TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-ID-MATERIA-ATUAL TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE     TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O ALUNO DA LISTA DE '
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
       P610-GRAVA-AUDITORIA-FIM.

      *CANCELA AS COBRANCAS DO ALUNO AINDA NAO VENCIDAS E EM ABERTO
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'MENSALIDA'         TO NM-ARQUIVO-AUDITORIA.
           MOVE 'CANCELTRAN'        TO TP-OPERACAO-AUDITORIA.
           MOVE CH-MENSALIDADE      TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES        TO DS-ANTES-AUDITORIA.
           MOVE REG-MENSALIDADE     TO DS-DEPOIS-AUDITORIA.
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
       P730-AUDITA-CANCELAMENTO-FIM.

       P420-FECHA-ARQ.
