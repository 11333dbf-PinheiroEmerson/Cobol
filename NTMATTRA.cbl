      * Update:    25/09/2022 - O TRANCAMENTO E A PROMOCAO DA ESPERA
      *            PASSAM A MANTER A QT-OCUPADAS DA OFERTA EM
      *            MATERIAS.DAT (AJUSTE LIQUIDO NA MESMA TRANSACAO).
      * Update:    05/12/2022 - O TRANCAMENTO PASSA A PEDIR O
      *            ANO-SEMESTRE DA OFERTA, QUE FAZ PARTE DA CHAVE DA
      *            MATRICULA (O ALUNO PODE TER UMA MATRICULA POR PERIODO
      *            NA MESMA MATERIA).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    22/09/2023 - A LISTA DE ESPERA DA OFERTA E LIDA PELA
      *            CHAVE ALTERNADA DA OFERTA (CH-OFERTA-MATRICULA), SEM
      *            PERCORRER MATRICULA.DAT INTEIRO; O EMPATE DE DATA
      *            CONTINUA COM O MENOR ID-ALUNO.
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
           END-DISPLAY.
           ACCEPT WS-ID-MATERIA
           END-ACCEPT.
           DISPLAY 'O ANO DA OFERTA (AAAA).................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'O SEMESTRE DA OFERTA (1 OU 2)..........: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
       P430-MONTA-TELA-FIM.

       P440-TRANCA-MATRICULA.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   DISPLAY 'MATRICULA NAO LOCALIZADA.'
       P440-TRANCA-MATRICULA-FIM.

      *PROCURA NA MESMA OFERTA O REGISTRO MAIS ANTIGO DA LISTA DE
      *ESPERA (MENOR DT-MATRICULA; EMPATE FICA COM O MENOR ID-ALUNO)
      *E O PROMOVE PARA ATIVA. POSICIONA NA OFERTA PELA CHAVE
      *ALTERNADA; A PRIMEIRA MATRICULA DE OUTRA OFERTA ENCERRA A
      *LEITURA.
       P500-PROMOVE-ESPERA.
           SET WS-ACHOU-ESPERA-OK  TO FALSE.
           SET WS-EOF-MATRICULA-OK TO FALSE.
           MOVE ZEROS TO WS-ID-ALUNO-PROMOVE.
           MOVE 99999999 TO WS-DT-MAIS-ANTIGA.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS EQUAL TO CH-OFERTA-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA
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
           MOVE WS-ID-MATERIA       TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE     TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O ALUNO DA LISTA DE '
