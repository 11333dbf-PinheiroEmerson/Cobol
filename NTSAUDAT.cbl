      *            RETURN-CODE 8 QUANDO ALGO ESTA ERRADO, PARA O
      *            FECHAMENTO NOTURNO NAO PROCESSAR EM CIMA DE
      *            ARQUIVO RUIM.
      * Update:    15/09/2023 - MATRICULA.DAT E ALUTODOS.DAT DECLARADOS
      *            COM A CHAVE ALTERNADA DA OFERTA (MATERIA +
      *            ANO/SEMESTRE), IGUAL EM TODO PROGRAMA QUE ABRE O
      *            ARQUIVO. INDICE MONTADO NA VIRADA PELO NTOFEIDX.
      * Update:    05/10/2022 - CORRIGIDA A GRAVACAO DO RETRATO (SAUDE.CTL):
      *            OS SEPARADORES DO REGISTRO NAO ERAM INICIALIZADOS
      *            E O WRITE FALHAVA COM FILE STATUS 71.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-MESTRE.

           SELECT TODOS-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-MESTRE.

           SELECT APROVADOS
