      *            EXISTE APOS MEDIA FINAL REPROVADA: A SEGUNDA
      *            CHAMADA SUBSTITUI A NOTA DA AVALIACAO PERDIDA E A
      *            MEDIA E REFEITA PELA MESMA REGRA DO NTNOTREC.
      * Update:    05/12/2022 - INCLUIDO O ANO-SEMESTRE DA OFERTA NA
      *            CHAVE (ALUNO + MATERIA + ANO/SEMESTRE + AVALIACAO),
      *            ACOMPANHANDO A CHAVE DO NOTASDET.DAT. ARQUIVOS
      *            GRAVADOS NO LAYOUT ANTIGO PRECISAM SER RECARREGADOS
      *            NA VIRADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-SEGCHA.
           03 CH-SEGCHA.
               05 ID-ALUNO-SC          PIC 9(05).
               05 ID-MATERIA-SC        PIC 9(05).
               05 ANO-SEMESTRE-SC.
                   07 AS-ANO-SC        PIC 9(04).
                   07 AS-SEMESTRE-SC   PIC 9(01).
               05 NR-AVALIACAO-SC      PIC 9(02).
           03 DS-JUSTIFICATIVA-SC      PIC X(40).
           03 DT-PROVA-SC              PIC 9(08).
