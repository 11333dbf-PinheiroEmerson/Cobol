      * Update:    24/09/2022 - IDS DA CHAVE AMPLIADOS DE 9(03) PARA 9(05),
      *            ACOMPANHANDO A AMPLIACAO COORDENADA DAS CHAVES DO
      *            SISTEMA DE ALUNOS (MIGRACAO PELO NTMIGIDS).
      * Update:    05/12/2022 - ANO-SEMESTRE PASSA A FAZER PARTE DA
      *            CHAVE (CH-MATRICULA = ALUNO + MATERIA +
      *            ANO/SEMESTRE), PERMITINDO REMATRICULAR O ALUNO
      *            REPROVADO NA MESMA MATERIA EM OUTRO PERIODO SEM
      *            PERDER A MATRICULA
      *            ANTERIOR. ARQUIVOS GRAVADOS NO LAYOUT ANTIGO PRECISAM
      *            SER RECARREGADOS NA VIRADA.
      * Update:    15/09/2023 - MATERIA + ANO/SEMESTRE DA CHAVE
      *            AGRUPADOS EM CH-OFERTA-MATRICULA, CHAVE ALTERNADA
      *            (COM DUPLICIDADES) DE TODO SELECT DE MATRICULA.DAT:
      *            QUEM TRABALHA SOBRE UMA OFERTA POSICIONA NELA E LE
      *            SO AS MATRICULAS DELA, EM VEZ DO ARQUIVO INTEIRO.
      *            NENHUM BYTE DO REGISTRO MUDA; O INDICE NOVO E
      *            MONTADO NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       01  REG-MATRICULA.
           03 CH-MATRICULA.
               05 ID-ALUNO                 PIC 9(05).
               05 CH-OFERTA-MATRICULA.
                   07 ID-MATERIA           PIC 9(05).
                   07 ANO-SEMESTRE.
                       09 AS-ANO           PIC 9(04).
                       09 AS-SEMESTRE      PIC 9(01).
           03 ST-MATRICULA                 PIC X(10).
               88 ST-MATRICULA-ATIVA       VALUE 'ATIVA'.
               88 ST-MATRICULA-TRANCADA    VALUE 'TRANCADA'.
               88 ST-MATRICULA-CONCLUIDA   VALUE 'CONCLUIDA'.
               88 ST-MATRICULA-ESPERA      VALUE 'ESPERA'.
           03 DT-MATRICULA                 PIC 9(08).
           03 TURMA                        PIC X(04).
