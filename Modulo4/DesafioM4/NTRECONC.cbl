      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    05/12/2022 - O RESULTADO DO ESPELHO E PROCURADO EM
      *            ALUTODOS PELA CHAVE COM O ANO-SEMESTRE GRAVADO NO
      *            PROPRIO ALUAPROV.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY IS CH-TODOS OF REG-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS OF REG-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

       DATA DIVISION.
                TO ID-ALUNO   OF CH-TODOS OF REG-TODOS.
           MOVE ID-MATERIA OF REG-INTER
                TO ID-MATERIA OF CH-TODOS OF REG-TODOS.
           MOVE ANO-SEMESTRE OF REG-INTER
                TO ANO-SEMESTRE OF CH-TODOS OF REG-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   ADD 1 TO WS-QTD-DIVERGENTES
