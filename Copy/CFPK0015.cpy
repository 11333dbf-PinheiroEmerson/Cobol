      * Update:    24/09/2022 - IDS DE MATERIA DA GRADE AMPLIADOS DE 9(03) PARA 9(05),
      *            ACOMPANHANDO A AMPLIACAO COORDENADA DAS CHAVES DO
      *            SISTEMA DE ALUNOS (MIGRACAO PELO NTMIGIDS).
      * Update:    13/03/2023 - QT-HORAS-ESTAGIO: HORAS DE ESTAGIO
      *            SUPERVISIONADO EXIGIDAS PELO CURSO (ZERO = CURSO SEM
      *            ESTAGIO OBRIGATORIO), COBRADAS NA AUDITORIA DE
      *            FORMATURA E NO CERTIFICADO.
      * Update:    20/03/2023 - QT-HORAS-ATIV-COMPL: MINIMO DE HORAS DE
      *            ATIVIDADES COMPLEMENTARES PARA FORMAR (ZERO = NAO
      *            EXIGE); ID-PROFESSOR-COORD: PROFESSOR COORDENADOR DO
      *            CURSO, QUE APROVA OS CERTIFICADOS (NTATCMAN).
      * Update:    10/04/2023 - QT-ANOS-MAXIMO: PRAZO MAXIMO DE
      *            INTEGRALIZACAO DO CURSO EM ANOS CONTADOS DO
      *            AA-INGRESSO DO ALUNO (ZERO = SEM LIMITE), VERIFICADO
      *            NO CONTROLE DE JUBILAMENTO (NTJUBRUN).
      * Tectonics: cobc
      ******************************************************************
       01  REG-CURSO.
           03 QT-MATERIAS-GRADE        PIC 9(02).
           03 GRADE-CURSO              OCCURS 20 TIMES.
               05 ID-MATERIA-GRADE     PIC 9(05).
           03 QT-HORAS-ESTAGIO         PIC 9(04).
           03 QT-HORAS-ATIV-COMPL      PIC 9(04).
           03 ID-PROFESSOR-COORD       PIC 9(03).
           03 QT-ANOS-MAXIMO           PIC 9(02).
