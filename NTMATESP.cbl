      *            UMA OFERTA - CONTA QUANTOS REGISTROS EM ESPERA SAO
      *            MAIS ANTIGOS QUE O DELE (DT-MATRICULA; EMPATE PELO
      *            MENOR ID-ALUNO) E INFORMA A POSICAO NA FILA.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    05/12/2022 - A CONSULTA PASSA A PEDIR O ANO-SEMESTRE
      *            DA OFERTA, QUE FAZ PARTE DA CHAVE DA MATRICULA (O
      *            ALUNO PODE TER UMA MATRICULA POR PERIODO NA MESMA
      *            MATERIA).
      * Update:    24/09/2022 - CHAVES DE ALUNO E MATERIA AMPLIADAS
      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
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

       DATA DIVISION.
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

       P440-CONSULTA-FILA.
           MOVE WS-ID-ALUNO   TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   DISPLAY 'MATRICULA NAO LOCALIZADA.'

      *CONTA QUANTOS REGISTROS EM ESPERA DA MESMA OFERTA ENTRARIAM NA
      *FRENTE DO ALUNO: DATA MENOR, OU MESMA DATA COM ID MENOR (O
      *CRITERIO DE DESEMPATE DA PROMOCAO). POSICIONA NA OFERTA PELA
      *CHAVE ALTERNADA; A PRIMEIRA MATRICULA DE OUTRA OFERTA ENCERRA
      *A LEITURA.
       P450-CONTA-FRENTE.
           MOVE 1 TO WS-POSICAO.
           SET WS-EOF-MATRICULA-OK TO FALSE.
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
                       IF ST-MATRICULA-ESPERA
                          AND ID-ALUNO OF CH-MATRICULA NOT EQUAL
                              WS-ID-ALUNO THEN
                           IF DT-MATRICULA IS LESS THAN WS-DT-ALUNO
                              OR (DT-MATRICULA EQUAL WS-DT-ALUNO AND
                                  ID-ALUNO OF CH-MATRICULA IS LESS
                                      THAN WS-ID-ALUNO) THEN
                               ADD 1 TO WS-POSICAO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
