      ******************************************************************
      * Copybook:  CFPK0057.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      10/04/2023.
      * Purpose:   LAYOUT DO CONTROLE DE JUBILAMENTO (JUBILA.DAT) -
      *            UM REGISTRO POR ALUNO E PERIODO APURADO PELO LOTE
      *            DE FIM DE PERIODO (NTJUBRUN): ADVERTENCIA (ALUNO A
      *            UMA REPROVACAO DO LIMITE NA MESMA MATERIA OU NO
      *            FIM DO PRAZO MAXIMO DO CURSO) OU PROPOSTA DE
      *            JUBILAMENTO (LIMITE DE REPROVACOES ATINGIDO OU
      *            PRAZO ESGOTADO). A PROPOSTA FICA PENDENTE ATE A
      *            DECISAO DO COLEGIADO (NTJUBDEC): CANCELADO (O
      *            ALUNO PASSA A CANCELADO) OU MANTIDO. ADVERTENCIA
      *            NAO TEM DECISAO (ST-DECISAO-JUB EM BRANCO).
      * Tectonics: cobc
      ******************************************************************
       01  REG-JUBILA.
           03 CH-JUBILA.
               05 ID-ALUNO-JUB         PIC 9(05).
               05 AS-JUBILA.
                   07 AS-ANO-JUB       PIC 9(04).
                   07 AS-SEMESTRE-JUB  PIC 9(01).
           03 TP-JUBILA                PIC X(01).
               88 TP-JUBILA-ADVERTENCIA VALUE 'A'.
               88 TP-JUBILA-PROPOSTA   VALUE 'P'.
      *MOTIVO: R = REPROVACOES NA MESMA MATERIA, T = PRAZO MAXIMO DO
      *CURSO, B = OS DOIS.
           03 TP-MOTIVO-JUB            PIC X(01).
               88 TP-MOTIVO-REPROVACAO VALUE 'R'.
               88 TP-MOTIVO-PRAZO      VALUE 'T'.
               88 TP-MOTIVO-AMBOS      VALUE 'B'.
           03 ID-MATERIA-JUB           PIC 9(05).
           03 QT-REPROVACOES-JUB       PIC 9(02).
           03 AA-INGRESSO-JUB          PIC 9(04).
      *ULTIMO ANO DO PRAZO MAXIMO (ZERO = CURSO SEM LIMITE).
           03 AA-LIMITE-JUB            PIC 9(04).
           03 DT-APURACAO-JUB          PIC 9(08).
           03 ST-DECISAO-JUB           PIC X(01).
               88 ST-DECISAO-PENDENTE  VALUE 'P'.
               88 ST-DECISAO-CANCELADO VALUE 'C'.
               88 ST-DECISAO-MANTIDO   VALUE 'M'.
           03 DT-DECISAO-JUB           PIC 9(08).
           03 ID-OPERADOR-DECISAO-JUB  PIC X(10).
           03 DS-DECISAO-JUB           PIC X(40).
