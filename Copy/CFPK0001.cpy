      *            CAI NA GRADE UNICA DE CURSO.DAT. ARQUIVOS
      *            GRAVADOS NO TAMANHO ANTIGO PRECISAM SER
      *            RECARREGADOS NA VIRADA.
      * Update:    19/09/2023 - INCLUIDA A UNIDADE (CAMPUS) DE ORIGEM DO
      *            ALUNO (CD-UNIDADE-ALUNO, DE UNIDADE.DAT/CFPK0086).
      *            ZERO (REGISTRO ANTIGO) VALE COMO UNIDADE 01, A SEDE.
      *            ARQUIVOS GRAVADOS NO TAMANHO ANTIGO PRECISAM SER
      *            RECARREGADOS NA VIRADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-ALUNO.
               88 ST-ALUNO-EGRESSO         VALUE 'EGRESSO'.
               88 ST-ALUNO-CANCELADO       VALUE 'CANCELADO'.
           03 AA-INGRESSO              PIC 9(04).
           03 CD-UNIDADE-ALUNO         PIC 9(02).
