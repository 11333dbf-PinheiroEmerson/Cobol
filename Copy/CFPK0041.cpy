      *            NTDIAIMP) O PESO VEM DESTE PLANO, NAO DO TECLADO;
      *            O NTDIAEXP IMPRIME O PLANO NO CABECALHO DO
      *            DIARIO.
      * Update:    01/05/2023 - A DATA PREVISTA TAMBEM ALIMENTA O
      *            CALENDARIO DE PROVAS E O ENSALAMENTO DO PERIODO
      *            (NTPROVAS); AVALIACAO SEM DATA FICA FORA DELES.
      * Tectonics: cobc
      ******************************************************************
       01  REG-PLANOAVA.
