      ******************************************************************
      * Copybook:  CFPK0071.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      12/06/2023.
      * Purpose:   LAYOUT DAS SESSOES DE COLACAO DE GRAU (COLACAO.DAT)
      *            - UMA SESSAO POR REGISTRO, NUMERADA EM SEQUENCIA:
      *            S=SESSAO SOLENE (CERIMONIA COLETIVA DOS CURSOS
      *            LISTADOS) OU G=SESSAO EM GABINETE (COLACAO
      *            INDIVIDUAL, PARA QUEM NAO PARTICIPOU DA SOLENE).
      *            SESSAO SEM CURSO LISTADO (QT-CURSOS-COL ZERO)
      *            ACEITA FORMANDO DE QUALQUER CURSO. A SESSAO PASSA A
      *            REALIZADA QUANDO NAO RESTA FORMANDO CONVOCADO SEM
      *            PRESENCA REGISTRADA. MANTIDO PELO NTCOLMAN.
      * Tectonics: cobc
      ******************************************************************
       01  REG-COLACAO.
           03 ID-COLACAO               PIC 9(04).
           03 TP-COLACAO               PIC X(01).
               88 TP-COLACAO-SOLENE           VALUE 'S'.
               88 TP-COLACAO-GABINETE         VALUE 'G'.
               88 TP-COLACAO-VALIDO           VALUE 'S' 'G'.
           03 DT-COLACAO               PIC 9(08).
           03 HR-COLACAO               PIC 9(04).
           03 DS-LOCAL-COL             PIC X(40).
           03 QT-CURSOS-COL            PIC 9(02).
           03 ID-CURSO-COL             PIC 9(02)
                                        OCCURS 10 TIMES.
           03 ST-COLACAO               PIC X(01).
               88 ST-COLACAO-AGENDADA         VALUE 'A'.
               88 ST-COLACAO-REALIZADA        VALUE 'R'.
           03 ID-OPERADOR-COL          PIC X(10).
           03 DT-REGISTRO-COL          PIC 9(08).
