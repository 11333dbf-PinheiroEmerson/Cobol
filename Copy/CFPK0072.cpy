      ******************************************************************
      * Copybook:  CFPK0072.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      12/06/2023.
      * Purpose:   LAYOUT DA LISTA DE FORMANDOS (FORMANDO.DAT) - UM
      *            REGISTRO POR SESSAO DE COLACAO (COLACAO.DAT) E
      *            ALUNO. SO ENTRA ALUNO COM CERTIFICADO DE CONCLUSAO
      *            EMITIDO (CERTLOG.DAT/NTCERCON, QUE SO EMITE COM A
      *            AUDITORIA DE FORMATURA LIMPA). SITUACAO:
      *            C=CONVOCADO, P=COLOU GRAU (PRESENTE NA SESSAO; LEVA
      *            O NUMERO DO REGISTRO NO LIVRO DE DIPLOMAS) E
      *            A=AUSENTE (PODE SER CONVOCADO DE NOVO EM OUTRA
      *            SESSAO, INCLUSIVE EM GABINETE). MANTIDO PELO
      *            NTCOLMAN.
      * Tectonics: cobc
      ******************************************************************
       01  REG-FORMANDO.
           03 CH-FORMANDO.
               05 ID-COLACAO-FRM       PIC 9(04).
               05 ID-ALUNO-FRM         PIC 9(05).
           03 ID-CURSO-FRM             PIC 9(02).
           03 NR-CERTIFICADO-FRM       PIC 9(06).
           03 ST-FORMANDO              PIC X(01).
               88 ST-FORMANDO-CONVOCADO       VALUE 'C'.
               88 ST-FORMANDO-COLOU           VALUE 'P'.
               88 ST-FORMANDO-AUSENTE         VALUE 'A'.
           03 NR-REGISTRO-FRM          PIC 9(06).
           03 ID-OPERADOR-FRM          PIC X(10).
           03 DT-ATUALIZACAO-FRM       PIC 9(08).
