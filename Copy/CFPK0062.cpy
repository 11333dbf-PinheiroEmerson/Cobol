      ******************************************************************
      * Copybook:  CFPK0062.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      15/05/2023.
      * Purpose:   LAYOUT DO CADASTRO DE QUESTIONARIOS DA AVALIACAO
      *            INSTITUCIONAL - CPA (CPAQUEST.DAT). UMA QUESTAO POR
      *            REGISTRO, NUMERADA DE 1 A 20 DENTRO DO QUESTIONARIO,
      *            RESPONDIDA NA ESCALA DE 1 (PESSIMO) A 5 (OTIMO).
      *            O ALVO DIZ SE A QUESTAO AVALIA A DISCIPLINA (D) OU O
      *            PROFESSOR (P). MANTIDO PELO NTCPAQUE.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CPAQUEST.
           03 CH-CPAQUEST.
               05 CD-QUESTIONARIO-CPQ  PIC 9(02).
               05 NR-QUESTAO-CPQ       PIC 9(02).
           03 TP-ALVO-CPQ              PIC X(01).
               88 TP-ALVO-DISCIPLINA   VALUE 'D'.
               88 TP-ALVO-PROFESSOR    VALUE 'P'.
               88 TP-ALVO-VALIDO       VALUE 'D' 'P'.
           03 DS-QUESTAO-CPQ           PIC X(60).
