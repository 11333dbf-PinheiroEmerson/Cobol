      ******************************************************************
      * Copybook:  CFPK0069.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      05/06/2023.
      * Purpose:   LAYOUT DO CONTEUDO MINISTRADO POR AULA
      *            (CONTAULA.DAT) - UM REGISTRO POR OFERTA E DATA DE
      *            AULA, COM O CONTEUDO DA EMENTA DADO NAQUELA SESSAO
      *            EM DUAS LINHAS DE TEXTO LIVRE. REGISTRADO PELO
      *            PROFESSOR NO NTOCOMAN E IMPRESSO NO DIARIO DE
      *            CLASSE OFICIAL (NTDIACLA) AO LADO DA GRADE DE
      *            FREQUENCIA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CONTAULA.
           03 CH-CONTAULA.
               05 ID-MATERIA-CTA       PIC 9(05).
               05 ANO-SEMESTRE-CTA     PIC 9(05).
               05 DT-AULA-CTA          PIC 9(08).
           03 DS-CONTEUDO-CTA.
               05 DS-CONTEUDO-1-CTA    PIC X(70).
               05 DS-CONTEUDO-2-CTA    PIC X(70).
           03 ID-OPERADOR-CTA          PIC X(10).
           03 DT-REGISTRO-CTA          PIC 9(08).
