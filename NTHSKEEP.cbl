      *            ARQUIVO, COMO O NTAUDARC RELATA O EXPURGO DELE.
      *            SEM ESTA FAXINA O DIRETORIO DE SPOOL ACUMULA
      *            MILHARES DE ARQUIVOS.
      * Update:    11/09/2023 - ACOMPANHA O NOVO TAMANHO DO REGISTRO
      *            DO JOBLOG (SUPERVISOR CO-ASSINANTE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *REESCRITA SEM OS EXPURGADOS.
       01  WS-TABELA-JOBLOG.
           03 WS-QTD-JOBLOG            PIC 9(04) VALUE ZEROS.
           03 WS-REG-JOB               PIC X(84) OCCURS 2000 TIMES.

       01  WS-TABELA-NOTIFICA.
           03 WS-QTD-NOTIFICA          PIC 9(04) VALUE ZEROS.
