      * Update:    19/11/2022 - O CABECALHO DO DIARIO PASSA A TRAZER
      *            AS LINHAS DO PLANO DE AVALIACAO DA OFERTA
      *            (PLANOAVA.DAT/NTPLAMAN), TIPO P.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO (INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX). A EXPORTACAO POSICIONA NA
      *            OFERTA PELA CHAVE NOVA E LE SO AS MATRICULAS DELA, EM
      *            VEZ DE PERCORRER O ARQUIVO INTEIRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT ALUNOS
           END-READ.
       P507-LE-PLANO-FIM.

      *POSICIONA NA OFERTA PELA CHAVE ALTERNADA CH-OFERTA-MATRICULA
      *(MATERIA + ANO/SEMESTRE) E LE SO AS MATRICULAS DELA,
      *EXPORTANDO UMA LINHA POR ALUNO COM MATRICULA ATIVA.
       P510-VARRE-MATRICULAS.
           SET WS-EOF-MATRICULA-OK TO FALSE.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS EQUAL TO CH-OFERTA-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
                   WITH TEST BEFORE UNTIL WS-EOF-MATRICULA-OK.
       P510-VARRE-MATRICULAS-FIM.

      *A PRIMEIRA MATRICULA DE OUTRA OFERTA ENCERRA O LACO.
       P520-LE-MATRICULA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA
                      OR ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-MATRICULA-OK TO TRUE
                   ELSE
                       IF ST-MATRICULA-ATIVA THEN
                           PERFORM P530-GRAVA-DETALHE
                                   THRU P530-GRAVA-DETALHE-FIM
                       END-IF
                   END-IF
           END-READ.
       P520-LE-MATRICULA-FIM.
