      ******************************************************************
      * Copybook:  CFPK0052.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      13/03/2023.
      * Purpose:   LAYOUT DAS HORAS MENSAIS DE ESTAGIO (ESTHORAS.DAT) -
      *            UM REGISTRO POR TERMO DE ESTAGIO (CFPK0051) E
      *            COMPETENCIA (AAAAMM), COM AS HORAS INFORMADAS NO MES.
      *            O LANCAMENTO ENTRA PENDENTE E SO CONTA PARA A
      *            FORMATURA DEPOIS DE APROVADO PELO PROFESSOR
      *            ORIENTADOR (OU SUPERVISOR); A SOMA DAS HORAS
      *            APROVADAS DO ALUNO E FEITA PELA ROTINA PGESTHOR.
      * Tectonics: cobc
      ******************************************************************
       01  REG-ESTHORAS.
           03 CH-ESTHORAS.
               05 ID-ALUNO-EHR         PIC 9(05).
               05 NR-ESTAGIO-EHR       PIC 9(02).
               05 CP-HORAS-EHR         PIC 9(06).
           03 QT-HORAS-EHR             PIC 9(03).
           03 ST-HORAS-EHR             PIC X(01).
               88 ST-HORAS-PENDENTE    VALUE 'P'.
               88 ST-HORAS-APROVADA    VALUE 'A'.
               88 ST-HORAS-RECUSADA    VALUE 'R'.
           03 DT-LANCAMENTO-EHR        PIC 9(08).
           03 ID-OPERADOR-LANC-EHR     PIC X(10).
           03 DT-ANALISE-EHR           PIC 9(08).
           03 ID-OPERADOR-ANAL-EHR     PIC X(10).
