      ******************************************************************
      * Copybook:  CFPK0083.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      07/08/2023.
      * Purpose:   LAYOUT DO HISTORICO MENSAL DA QUALIDADE CADASTRAL
      *            (QUAHIST.DAT) - UM REGISTRO POR MES (AAAAMM),
      *            GRAVADO PELO NTQUALID E REGRAVADO SE A APURACAO FOR
      *            REPETIDA NO MESMO MES. BASE DA TENDENCIA MES A MES
      *            DO RELATORIO. MEDIAS EM PONTOS (0 A 100) COM UMA
      *            CASA DECIMAL. QT-FALHA-HIST SEGUE A NUMERACAO DE
      *            IN-FALHA-QUA (CFPK0082).
      * Tectonics: cobc
      ******************************************************************
       01  REG-QUAHIST.
           03 AA-MES-HIST              PIC 9(06).
           03 DT-APURACAO-HIST         PIC 9(08).
           03 QT-ALUNOS-HIST           PIC 9(06).
           03 VL-MEDIA-ALUNOS-HIST     PIC 9(03)V9.
           03 QT-CONTATOS-HIST         PIC 9(06).
           03 VL-MEDIA-CONTATOS-HIST   PIC 9(03)V9.
           03 QT-VINCULOS-HIST         PIC 9(06).
           03 QT-NA-LISTA-HIST         PIC 9(06).
           03 QT-NOVOS-HIST            PIC 9(06).
           03 QT-RESOLVIDOS-HIST       PIC 9(06).
           03 QT-FALHA-HIST            PIC 9(06) OCCURS 8 TIMES.
