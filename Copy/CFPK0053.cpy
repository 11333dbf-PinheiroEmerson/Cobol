      ******************************************************************
      * Copybook:  CFPK0053.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      20/03/2023.
      * Purpose:   LAYOUT DAS CATEGORIAS DE ATIVIDADE COMPLEMENTAR
      *            (CATATV.DAT) - PALESTRA, CURSO LIVRE, TRABALHO
      *            VOLUNTARIO ETC., CADA UMA COM O TETO DE HORAS QUE UM
      *            ALUNO PODE TER CONCEDIDAS NELA (ZERO = SEM TETO).
      *            MANTIDA PELO NTATCMAN, QUE APLICA O TETO NA
      *            APROVACAO DOS CERTIFICADOS (CFPK0054).
      * Tectonics: cobc
      ******************************************************************
       01  REG-CATATV.
           03 CD-CATEGORIA-ATV         PIC 9(02).
           03 DS-CATEGORIA-ATV         PIC X(30).
           03 QT-TETO-CATEGORIA        PIC 9(04).
