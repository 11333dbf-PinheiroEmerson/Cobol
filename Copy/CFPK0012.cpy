      *            PELA ROTINA PGJOBLOG, COM INICIO/FIM, OPERADOR,
      *            CONTADORES E O STATUS FINAL. LIDO PELO RELATORIO
      *            DE OPERACAO NTJOBREL.
      * Update:    11/09/2023 - INCLUIDO O SUPERVISOR QUE CO-ASSINOU A
      *            EXECUCAO (ID-COASSINANTE-JOB), NOS UTILITARIOS QUE
      *            EXIGEM CO-ASSINATURA (PGCOASSI); NAS DEMAIS EXECUCOES
      *            FICA EM BRANCO. O JOBLOG.DAT GRAVADO NO TAMANHO
      *            ANTIGO PRECISA SER DESCARTADO NA VIRADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-JOBLOG.
           03 QT-GRAVADOS-JOB          PIC 9(06).
           03 QT-REJEITADOS-JOB        PIC 9(06).
           03 ST-JOB                   PIC X(10).
           03 ID-COASSINANTE-JOB       PIC X(10).
