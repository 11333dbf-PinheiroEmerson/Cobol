      *            (REUNIAO DE PAIS ACONTECE NO MEIO DO PERIODO; O
      *            BOLETIM FINAL CONTINUA SENDO O NTBOLETM) E VAI
      *            PARA O SPOOL (PGSPOOL), COMO O FINAL.
      * Update:    05/12/2022 - AS AVALIACOES LANCADAS SAO LIDAS SO DO
      *            PERIODO DO BOLETIM (ANO-SEMESTRE PASSOU A FAZER PARTE
      *            DA CHAVE DE NOTASDET), SEM MISTURAR TENTATIVA
      *            ANTERIOR NA MESMA MATERIA.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT MATERIAS
           SET WS-EOF-MATRICULA-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO   OF CH-MATRICULA.
           MOVE ZEROS       TO ID-MATERIA OF CH-MATRICULA.
           MOVE ZEROS       TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           SET WS-EOF-DET-OK TO FALSE.
           MOVE WS-ID-ALUNO         TO ID-ALUNO   OF CH-NOTADET.
           MOVE WS-ID-MATERIA-ATUAL TO ID-MATERIA OF CH-NOTADET.
           MOVE WS-ANO-SEMESTRE     TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE ZEROS               TO NR-AVALIACAO.
           START NOTASDET KEY IS NOT LESS THAN CH-NOTADET
               INVALID KEY
               NOT AT END
                   IF ID-ALUNO OF CH-NOTADET NOT EQUAL WS-ID-ALUNO
                      OR ID-MATERIA OF CH-NOTADET NOT EQUAL
                          WS-ID-MATERIA-ATUAL
                      OR ANO-SEMESTRE OF CH-NOTADET NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-DET-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QT-LANCADAS
