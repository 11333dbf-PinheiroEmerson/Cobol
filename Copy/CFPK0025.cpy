      *            AUDITADA COMO AS DEMAIS ALTERACOES DE MESTRES.
      *            A ABERTURA DE COMPETENCIA (NTFINABR) APLICA O
      *            DESCONTO AO GERAR A COBRANCA DO ALUNO.
      * Update:    17/07/2023 - INCLUIDO O RESULTADO DA ULTIMA AVALIACAO
      *            DE RENOVACAO (ST-AVALIACAO-BOLSA E O PERIODO AVALIADO
      *            EM AS-AVALIACAO-BOLSA, APLICADOS PELO NTBOLREV) E A
      *            COMPETENCIA (AAAAMM) A PARTIR DA QUAL A BOLSA
      *            REVOGADA DEIXA DE DAR DESCONTO (CP-REVOGACAO-BOLSA;
      *            ZERO = EM VIGOR). A ABERTURA DE COMPETENCIA E O
      *            CONTRATO NAO APLICAM O DESCONTO DA COMPETENCIA DA
      *            REVOGACAO EM DIANTE. ARQUIVOS GRAVADOS NO TAMANHO
      *            ANTIGO PRECISAM SER RECARREGADOS NA VIRADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-BOLSA.
           03 DS-MOTIVO-BOLSA          PIC X(40).
           03 ID-OPERADOR-BOLSA        PIC X(10).
           03 DT-CONCESSAO-BOLSA       PIC 9(08).
           03 ST-AVALIACAO-BOLSA       PIC X(01).
               88 BOLSA-RENOVADA              VALUE 'R'.
               88 BOLSA-EM-OBSERVACAO         VALUE 'O'.
               88 BOLSA-REVOGADA              VALUE 'V'.
           03 AS-AVALIACAO-BOLSA       PIC 9(05).
           03 CP-REVOGACAO-BOLSA       PIC 9(06).
