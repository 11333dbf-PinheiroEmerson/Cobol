      ******************************************************************
      * Copybook:  CFPK0063.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      15/05/2023.
      * Purpose:   LAYOUT DO CONTROLE DE FORMULARIOS DA AVALIACAO
      *            INSTITUCIONAL - CPA (CPACTL.DAT). UM FORMULARIO POR
      *            ALUNO E OFERTA DO PERIODO, GERADO PELO NTCPAGER A
      *            PARTIR DAS MATRICULAS ATIVAS. CHAVE PRINCIPAL:
      *            PERIODO + NUMERO DO FORMULARIO; CHAVE ALTERNATIVA
      *            (SEM DUPLICIDADE): ALUNO + OFERTA. O REGISTRO SO
      *            GUARDA O FATO DE O ALUNO TER RESPONDIDO
      *            (FL-RESPONDIDO-CPC); AS NOTAS VAO PARA CPARESP.DAT
      *            (CFPK0064) SEM O ALUNO E SEM O NUMERO DO FORMULARIO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CPACTL.
           03 CH-CPACTL.
               05 ANO-SEMESTRE-CPC     PIC 9(05).
               05 NR-FORMULARIO-CPC    PIC 9(06).
           03 CH-ALUNO-OFERTA-CPC.
               05 ID-ALUNO-CPC         PIC 9(05).
               05 ID-MATERIA-CPC       PIC 9(05).
               05 ANO-SEMESTRE-OFE-CPC PIC 9(05).
           03 CD-QUESTIONARIO-CPC      PIC 9(02).
           03 DT-GERACAO-CPC           PIC 9(08).
           03 FL-RESPONDIDO-CPC        PIC X(01).
               88 FL-RESPONDIDO-SIM    VALUE 'S'.
               88 FL-RESPONDIDO-NAO    VALUE 'N'.
