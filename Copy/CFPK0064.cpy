      ******************************************************************
      * Copybook:  CFPK0064.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      15/05/2023.
      * Purpose:   LAYOUT DAS RESPOSTAS DA AVALIACAO INSTITUCIONAL -
      *            CPA (CPARESP.DAT). UM REGISTRO POR FORMULARIO
      *            RESPONDIDO, NUMERADO NA ORDEM DE IMPORTACAO DENTRO DO
      *            PERIODO (NTCPAIMP). PARA MANTER O ANONIMATO NAO HA
      *            ALUNO NEM NUMERO DE FORMULARIO: SO A OFERTA, O
      *            PROFESSOR DA OFERTA E O CURSO DO RESPONDENTE, PARA
      *            OS AGRUPAMENTOS DO NTCPAREL. NOTA ZERO E QUESTAO
      *            DEIXADA EM BRANCO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CPARESP.
           03 CH-CPARESP.
               05 ANO-SEMESTRE-CPR     PIC 9(05).
               05 NR-RESPOSTA-CPR      PIC 9(06).
           03 ID-MATERIA-CPR           PIC 9(05).
           03 ID-PROFESSOR-CPR         PIC 9(03).
           03 ID-CURSO-CPR             PIC 9(02).
           03 CD-QUESTIONARIO-CPR      PIC 9(02).
           03 NT-RESPOSTA-CPR          PIC 9(01) OCCURS 20 TIMES.
