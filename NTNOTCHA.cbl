      *            E-MAIL DE PROFESSOR.DAT), PARA A SECRETARIA
      *            COBRAR EXATAMENTE AS PESSOAS CERTAS. RELATORIO NO
      *            SPOOL (PGSPOOL), REIMPRIMIVEL PELO NTSPLREP.
      * Update:    05/12/2022 - O RESULTADO DA MATRICULA E PROCURADO
      *            PELA CHAVE COM O ANO-SEMESTRE DO PERIODO, QUE PASSOU
      *            A FAZER PARTE DELA.
      * Update:    15/09/2023 - MATRICULA.DAT E ALUTODOS.DAT DECLARADOS
      *            COM A CHAVE ALTERNADA DA OFERTA (MATERIA +
      *            ANO/SEMESTRE), IGUAL EM TODO PROGRAMA QUE ABRE O
      *            ARQUIVO. INDICE MONTADO NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT TODOS-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT MATERIAS
                            TO ID-ALUNO   OF CH-TODOS
                       MOVE ID-MATERIA OF CH-MATRICULA
                            TO ID-MATERIA OF CH-TODOS
                       MOVE ANO-SEMESTRE OF CH-MATRICULA
                            TO ANO-SEMESTRE OF CH-TODOS
                       READ TODOS-ALUNOS
                           INVALID KEY
                               PERFORM P430-GUARDA-PENDENCIA
