      * Update:    24/09/2022 - ID-MATERIA DA CHAVE AMPLIADO DE 9(03) PARA 9(05),
      *            ACOMPANHANDO A AMPLIACAO COORDENADA DAS CHAVES DO
      *            SISTEMA DE ALUNOS (MIGRACAO PELO NTMIGIDS).
      * Update:    19/09/2023 - INCLUIDA A UNIDADE (CAMPUS) ONDE A TURMA
      *            E DADA (CD-UNIDADE-TURMA, DE UNIDADE.DAT/CFPK0086),
      *            QUE E A UNIDADE DA OFERTA. ZERO (REGISTRO ANTIGO)
      *            VALE COMO UNIDADE 01, A SEDE.
      * Tectonics: cobc
      ******************************************************************
       01  REG-TURMA.
               88 TURNO-MANHA          VALUE 'M'.
               88 TURNO-TARDE          VALUE 'T'.
               88 TURNO-NOITE          VALUE 'N'.
           03 CD-UNIDADE-TURMA         PIC 9(02).
