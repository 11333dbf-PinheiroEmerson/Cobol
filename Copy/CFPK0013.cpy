      * Update:    24/09/2022 - IDS DA CHAVE AMPLIADOS DE 9(03) PARA 9(05),
      *            ACOMPANHANDO A AMPLIACAO COORDENADA DAS CHAVES DO
      *            SISTEMA DE ALUNOS (MIGRACAO PELO NTMIGIDS).
      * Update:    05/12/2022 - INCLUIDO O ANO-SEMESTRE NA CHAVE
      *            (ALUNO + MATERIA + ANO/SEMESTRE), IDENTIFICANDO A
      *            TENTATIVA DO ALUTODOS.DAT A QUE A ALTERACAO SE
      *            REFERE. ARQUIVOS GRAVADOS NO LAYOUT ANTIGO PRECISAM
      *            SER RECARREGADOS NA VIRADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-NOTAPEND.
           03 CH-PENDENTE.
               05 ID-ALUNO             PIC 9(05).
               05 ID-MATERIA           PIC 9(05).
               05 ANO-SEMESTRE.
                   07 AS-ANO           PIC 9(04).
                   07 AS-SEMESTRE      PIC 9(01).
           03 MD-NOVA                  PIC 9(02)V99.
           03 DS-MOTIVO                PIC X(40).
           03 ID-OPERADOR-SOLICITANTE  PIC X(10).
