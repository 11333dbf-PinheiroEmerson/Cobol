      ******************************************************************
      * Copybook:  CFPK0056.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      03/04/2023.
      * Purpose:   LAYOUT DOS GRUPOS DE MATERIAS ELETIVAS DA GRADE
      *            CURRICULAR (ELETIVAS.DAT) - CADA GRUPO PERTENCE A
      *            UMA VERSAO DE GRADE (CURSO + ANO DE VIGENCIA DE
      *            CURSOVER.DAT; VIGENCIA ZERO = GRADE UNICA DE
      *            CURSO.DAT) E LISTA AS MATERIAS QUE CONTAM PARA ELE
      *            (ATE 30) E O MINIMO EXIGIDO: EM HORAS (CARGA
      *            HORARIA CH-HORAS DAS MATERIAS APROVADAS) OU EM
      *            QUANTIDADE DE MATERIAS APROVADAS. APURADO PELA
      *            ROTINA PGELETIV; MANTIDO PELO NTCURMAN.
      * Tectonics: cobc
      ******************************************************************
       01  REG-ELETIVA.
           03 CH-ELETIVA.
               05 ID-CURSO-ELT         PIC 9(02).
               05 AA-VIGENCIA-ELT      PIC 9(04).
               05 CD-GRUPO-ELT         PIC 9(02).
           03 DS-GRUPO-ELT             PIC X(30).
           03 TP-MINIMO-ELT            PIC X(01).
               88 TP-MINIMO-HORAS      VALUE 'H'.
               88 TP-MINIMO-MATERIAS   VALUE 'M'.
           03 QT-MINIMO-ELT            PIC 9(04).
           03 QT-MATERIAS-ELT          PIC 9(02).
           03 MATERIA-ELT              OCCURS 30 TIMES.
               05 ID-MATERIA-ELT       PIC 9(05).
