      *            TURMA) NAO EXISTEM NOS ARQUIVOS ANTIGOS E SAO
      *            INICIALIZADOS NA COPIA (ZEROS/BRANCOS; ST-ALUNO EM
      *            BRANCO = ATIVO, DT-MATRICULA ZERO = MAIS ANTIGO).
      * Update:    05/12/2022 - MATRICULA E ALUTODOS SAEM NO LAYOUT COM
      *            O ANO-SEMESTRE NA CHAVE: OS CAMPOS ANTIGOS SAO
      *            COPIADOS UM A UM EM VEZ DE POR FAIXA DE POSICOES.
      * Update:    15/09/2023 - MATRICULA.DAT E ALUTODOS.DAT DECLARADOS
      *            COM A CHAVE ALTERNADA DA OFERTA (MATERIA +
      *            ANO/SEMESTRE), IGUAL EM TODO PROGRAMA QUE ABRE O
      *            ARQUIVO. INDICE MONTADO NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-NOVO.

           SELECT TODOS-N
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-NOVO.

           SELECT APROVADOS-N
           03 CH-MATRICULA-V.
               05 ID-ALUNO-MAT-V       PIC 9(03).
               05 ID-MATERIA-MAT-V     PIC 9(03).
           03 ST-MATRICULA-V           PIC X(10).
           03 ANO-SEMESTRE-MAT-V       PIC 9(05).

       FD  TODOS-V.
       01  REG-TODOS-V.
           03 CH-TODOS-V.
               05 ID-ALUNO-TOD-V       PIC 9(03).
               05 ID-MATERIA-TOD-V     PIC 9(03).
           03 DS-RESULTADO-TOD-V       PIC X(73).
           03 ANO-SEMESTRE-TOD-V       PIC 9(05).
           03 FR-ALUNO-TOD-V           PIC 9(03)V99.

       FD  APROVADOS-V.
       01  REG-INTER-V.
                        TO ID-ALUNO OF REG-MATRICULA
                   MOVE ID-MATERIA-MAT-V
                        TO ID-MATERIA OF REG-MATRICULA
                   MOVE ANO-SEMESTRE-MAT-V
                        TO ANO-SEMESTRE OF REG-MATRICULA
                   MOVE ST-MATRICULA-V TO ST-MATRICULA
      *CAMPOS QUE NAO EXISTIAM NO ARQUIVO ANTIGO: SEM DATA (CONTA
      *COMO O MAIS ANTIGO DA FILA) E SEM TURMA.
                   MOVE ZEROS TO DT-MATRICULA
                   MOVE SPACES TO REG-TODOS
                   MOVE ID-ALUNO-TOD-V TO ID-ALUNO OF REG-TODOS
                   MOVE ID-MATERIA-TOD-V TO ID-MATERIA OF REG-TODOS
                   MOVE ANO-SEMESTRE-TOD-V
                        TO ANO-SEMESTRE OF REG-TODOS
                   MOVE DS-RESULTADO-TOD-V TO REG-TODOS (16:73)
                   MOVE FR-ALUNO-TOD-V TO FR-ALUNO
                   WRITE REG-TODOS
                       INVALID KEY
                           DISPLAY 'ALUTODOS: ERRO AO GRAVAR A '
