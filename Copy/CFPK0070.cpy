      ******************************************************************
      * Copybook:  CFPK0070.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      05/06/2023.
      * Purpose:   LAYOUT DO FECHAMENTO DO DIARIO DE CLASSE
      *            (DIAFECHA.DAT) - UM REGISTRO POR OFERTA E TURMA,
      *            GRAVADO PELO NTDIACLA QUANDO O DIARIO OFICIAL E
      *            IMPRESSO. DIARIO FECHADO (ST-DIARIO = F) NAO
      *            ACEITA MAIS LANCAMENTO DE CHAMADA: O NTCHAINC SO
      *            DEIXA O SUPERVISOR ALTERAR (CONTANDO A ALTERACAO
      *            AQUI) E O NTCHAIMP REJEITA A LINHA (MOTIVO 08).
      * Tectonics: cobc
      ******************************************************************
       01  REG-DIAFECHA.
           03 CH-DIAFECHA.
               05 ID-MATERIA-DIA       PIC 9(05).
               05 ANO-SEMESTRE-DIA     PIC 9(05).
               05 CD-TURMA-DIA         PIC X(04).
           03 ST-DIARIO-DIA            PIC X(01).
               88 ST-DIARIO-ABERTO            VALUE 'A'.
               88 ST-DIARIO-FECHADO           VALUE 'F'.
           03 DT-IMPRESSAO-DIA         PIC 9(08).
           03 ID-OPERADOR-IMP-DIA      PIC X(10).
           03 NR-SPOOL-DIA             PIC 9(05).
           03 QT-IMPRESSOES-DIA        PIC 9(03).
           03 QT-ALTERACOES-DIA        PIC 9(04).
           03 DT-ULT-ALTERACAO-DIA     PIC 9(08).
           03 ID-OPERADOR-ALT-DIA      PIC X(10).
