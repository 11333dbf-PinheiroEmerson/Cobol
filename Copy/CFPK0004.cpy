      *            NORMAL; O HISTORICO IMPRIME A MARCA. ARQUIVOS
      *            GRAVADOS NO TAMANHO ANTIGO PRECISAM SER
      *            RECARREGADOS NA VIRADA.
      * Update:    05/12/2022 - ANO-SEMESTRE PASSA A FAZER PARTE DA
      *            CHAVE (CH-TODOS = ALUNO + MATERIA + ANO/SEMESTRE),
      *            PARA QUE A NOVA TENTATIVA DE UMA MATERIA EM OUTRO
      *            PERIODO NAO SOBREPONHA O RESULTADO ANTERIOR. ARQUIVOS
      *            GRAVADOS NO LAYOUT ANTIGO PRECISAM SER RECARREGADOS
      *            NA VIRADA.
      * Update:    15/09/2023 - MATERIA + ANO/SEMESTRE DA CHAVE
      *            AGRUPADOS EM CH-OFERTA-TODOS, CHAVE ALTERNADA (COM
      *            DUPLICIDADES) DE TODO SELECT DE ALUTODOS.DAT, PARA
      *            LER SO OS RESULTADOS DE UMA OFERTA (OU DE UMA
      *            MATERIA) SEM PERCORRER O ARQUIVO INTEIRO. NENHUM
      *            BYTE DO REGISTRO MUDA; O INDICE NOVO E MONTADO NA
      *            VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       01  REG-TODOS.
           03 CH-TODOS.
               05 ID-ALUNO             PIC 9(05).
               05 CH-OFERTA-TODOS.
                   07 ID-MATERIA       PIC 9(05).
                   07 ANO-SEMESTRE.
                       09 AS-ANO       PIC 9(04).
                       09 AS-SEMESTRE  PIC 9(01).
           03 NM-ALUNO                 PIC X(20).
           03 TL-ALUNO.
               05 FONEAREA             PIC 9(02).
           03 MD-ALUNO                 PIC 9(02)V99.
           03 ST-APROVACAO             PIC X(10).
           03 TURMA                    PIC X(04).
           03 FR-ALUNO                 PIC 9(03)V99.
           03 FL-EXTERNO               PIC X(01).
               88 FL-EXTERNO-SIM       VALUE 'E'.
