      *            AS CHAVES NAO SAO ALTERADAS. A OPERACAO LEVA OS
      *            .ANM PARA O DIRETORIO DE TESTE APONTADO POR
      *            COBOL_DIR_BASE, COM O NOME DOS ORIGINAIS.
      * Update:    05/12/2022 - O ALUTODOS.ANM ACOMPANHA A CHAVE DO
      *            ALUTODOS.DAT, QUE PASSOU A INCLUIR O ANO-SEMESTRE (E
      *            O REGISTRO, QUE JA TINHA A MARCA DE RESULTADO
      *            EXTERNO).
      * Update:    26/12/2022 - CONTATOS.ANM AMPLIADO COM O CPF DO
      *            CONTATO, QUE SAI SINTETICO COMO O DO ALUNO.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ENTRADA.

           SELECT APROVADOS
       FD  CONTATOS-ANM.
       01  REG-CONTATOS-ANM.
           03 ID-CONTATO-ANM           PIC 9(06).
           03 FILLER                   PIC X(151).

       FD  TODOS-ANM.
       01  REG-TODOS-ANM.
           03 CH-TODOS-ANM             PIC X(15).
           03 FILLER                   PIC X(79).

       FD  APROVADOS-ANM.
       01  REG-INTER-ANM.
                   MOVE 'SAO PAULO'      TO CI-CONTATO
                   MOVE 'SP'             TO UF-CONTATO
                   MOVE WS-CEP-SINTETICO TO CP-CONTATO
                   MOVE WS-CPF-NUMERICO  TO CPF-CONTATO
                   MOVE REG-CONTATOS TO REG-CONTATOS-ANM
                   WRITE REG-CONTATOS-ANM
                       INVALID KEY
