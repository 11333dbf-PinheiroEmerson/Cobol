      *            EM OPERADOR.DAT (CFPK0007): E ESSE VINCULO QUE
      *            AUTORIZA O LANCAMENTO DE NOTAS NAS OFERTAS
      *            ATRIBUIDAS A ELE EM MATERIAS.DAT (CFPK0002).
      * Update:    08/05/2023 - INCLUIDA A CARGA HORARIA SEMANAL MAXIMA
      *            DO CONTRATO (QT-MAX-HORAS-SEMANA, ZERO = SEM LIMITE),
      *            CONFERIDA PELO PGPRFCAR NA ATRIBUICAO DE AULAS AO
      *            PROFESSOR.
      * Tectonics: cobc
      ******************************************************************
       01  REG-PROFESSOR.
               05 FONENUMERO           PIC 9(09).
           03 EM-PROFESSOR             PIC X(40).
           03 ID-OPERADOR-PROFESSOR    PIC X(10).
           03 QT-MAX-HORAS-SEMANA      PIC 9(02).
