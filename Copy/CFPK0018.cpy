      * Update:    24/09/2022 - IDS DA CHAVE AMPLIADOS DE 9(03) PARA 9(05),
      *            ACOMPANHANDO A AMPLIACAO COORDENADA DAS CHAVES DO
      *            SISTEMA DE ALUNOS (MIGRACAO PELO NTMIGIDS).
      * Update:    05/12/2022 - INCLUIDO O ANO-SEMESTRE DA OFERTA NA
      *            CHAVE (ALUNO + MATERIA + ANO/SEMESTRE + AVALIACAO),
      *            ACOMPANHANDO A CHAVE DO ALUTODOS.DAT, PARA QUE AS
      *            NOTAS DE UMA NOVA TENTATIVA NAO SOBREPONHAM AS DA
      *            ANTERIOR. ARQUIVOS GRAVADOS NO LAYOUT ANTIGO PRECISAM
      *            SER RECARREGADOS NA VIRADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-NOTADET.
           03 CH-NOTADET.
               05 ID-ALUNO             PIC 9(05).
               05 ID-MATERIA           PIC 9(05).
               05 ANO-SEMESTRE.
                   07 AS-ANO           PIC 9(04).
                   07 AS-SEMESTRE      PIC 9(01).
               05 NR-AVALIACAO         PIC 9(02).
           03 NT-NOTA                  PIC 9(02)V99.
           03 PS-PESO                  PIC 9(02).
