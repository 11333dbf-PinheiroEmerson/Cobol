      * Update:    24/09/2022 - ID-MATERIA DA CHAVE AMPLIADO DE 9(03) PARA 9(05),
      *            ACOMPANHANDO A AMPLIACAO COORDENADA DAS CHAVES DO
      *            SISTEMA DE ALUNOS (MIGRACAO PELO NTMIGIDS).
      * Update:    19/09/2023 - INCLUIDA A UNIDADE (CAMPUS) DA SALA DO
      *            BLOCO DE AULA (CD-UNIDADE-SALA, DE
      *            UNIDADE.DAT/CFPK0086): SALAS DE MESMO CODIGO EM CAMPI
      *            DIFERENTES NAO SE CHOCAM. ZERO (REGISTRO ANTIGO) VALE
      *            COMO UNIDADE 01, A SEDE.
      * Tectonics: cobc
      ******************************************************************
       01  REG-HORARIO.
               05 HR-INICIO            PIC 9(04).
           03 HR-FIM                   PIC 9(04).
           03 SALA                     PIC X(06).
           03 CD-UNIDADE-SALA          PIC 9(02).
