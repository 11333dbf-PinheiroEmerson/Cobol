      *            SPOOL (PGSPOOL), PARA O BALCAO ENTREGAR NA HORA DA
      *            MATRICULA. DIA-SEMANA: 1=DOMINGO ... 7=SABADO,
      *            COMO EM HORARIO.DAT.
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

           SELECT HORARIO
