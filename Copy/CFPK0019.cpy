      * Update:    24/09/2022 - IDS DA CHAVE AMPLIADOS DE 9(03) PARA 9(05),
      *            ACOMPANHANDO A AMPLIACAO COORDENADA DAS CHAVES DO
      *            SISTEMA DE ALUNOS (MIGRACAO PELO NTMIGIDS).
      * Update:    05/12/2022 - ANO-SEMESTRE PASSA A FAZER PARTE DA
      *            CHAVE (CH-RECUPERA = ALUNO + MATERIA + ANO/SEMESTRE),
      *            ACOMPANHANDO A CHAVE DO ALUTODOS.DAT. ARQUIVOS
      *            GRAVADOS NO LAYOUT ANTIGO PRECISAM SER RECARREGADOS
      *            NA VIRADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-RECUPERA.
           03 CH-RECUPERA.
               05 ID-ALUNO             PIC 9(05).
               05 ID-MATERIA           PIC 9(05).
               05 ANO-SEMESTRE.
                   07 AS-ANO           PIC 9(04).
                   07 AS-SEMESTRE      PIC 9(01).
           03 DT-PROVA                 PIC 9(08).
           03 ST-RECUPERACAO           PIC X(10).
               88 ST-RECUPERACAO-PENDENTE  VALUE 'PENDENTE'.
