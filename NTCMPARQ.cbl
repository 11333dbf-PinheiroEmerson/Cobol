      *            SORT DE CONTATOS (CONTSORT.DAT, REGISTRO DE 200)
      *            PASSA A SER LIDO NO TAMANHO CERTO, SEPARADO DAS
      *            GERACOES DO NTBKPGEN (REGISTRO DE 250).
      * Update:    05/12/2022 - MATRICULA E ALUTODOS PASSAM A CASAR PELA
      *            CHAVE DE 15 (ALUNO + MATERIA + ANO-SEMESTRE).
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
           FILE  STATUS IS WS-FS-MESTRE.

           SELECT TODOS-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-MESTRE.

           SELECT APROVADOS
                   MOVE 10 TO WS-TAM-CHAVE
               WHEN 4
                   MOVE 'MATRICULA' TO WS-NOME-MESTRE
                   MOVE 15 TO WS-TAM-CHAVE
               WHEN 5
                   MOVE 'ALUTODOS'  TO WS-NOME-MESTRE
                   MOVE 15 TO WS-TAM-CHAVE
               WHEN 6
                   MOVE 'ALUAPROV'  TO WS-NOME-MESTRE
                   MOVE 10 TO WS-TAM-CHAVE
