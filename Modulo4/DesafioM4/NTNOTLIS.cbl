      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    05/12/2022 - AREA DO REGISTRO DO ALUTODOS ACOMPANHA O
      *            ANO-SEMESTRE, QUE PASSOU A FAZER PARTE DA CHAVE.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD  KEY IS CH-TODOS OF REG-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS OF REG-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

       DATA DIVISION.
           03 WS-CH-TODOS.
               05 WS-ID-ALUNO        PIC 9(05).
               05 WS-ID-MATERIA      PIC 9(05).
               05 WS-ANO-SEMESTRE.
                   07 WS-AS-ANO      PIC 9(04).
                   07 WS-AS-SEMESTRE PIC 9(01).
           03 WS-NM-ALUNO            PIC X(20).
           03 WS-TL-ALUNO.
              05 WS-FONEAREA         PIC 9(02).
