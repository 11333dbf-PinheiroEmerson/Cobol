      ******************************************************************
      * Copybook:  CFPK0077.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      10/07/2023.
      * Purpose:   LAYOUT DA FOTOGRAFIA DO QUE FOI ENVIADO A PLATAFORMA
      *            DE ENSINO ONLINE (LMSFOTO.DAT) - UM REGISTRO POR
      *            ITEM ENVIADO NO ARQUIVO DE SINCRONIZACAO (NTLMSEXP):
      *            O=OFERTA/TURMA, P=PROFESSOR DA TURMA (TITULAR OU
      *            SUBSTITUTO EM EXERCICIO) E A=ALUNO DA TURMA. OS
      *            DADOS GUARDAM O QUE FOI ENVIADO, PARA DETECTAR
      *            ALTERACAO; DH-VISTO-LMS MARCA A ULTIMA EXECUCAO EM
      *            QUE O ITEM AINDA EXISTIA NO SISTEMA - O QUE NAO FOR
      *            VISTO NA EXECUCAO SAI COMO EXCLUSAO E DEIXA A
      *            FOTOGRAFIA. ID-PESSOA-LMS E O PROFESSOR OU O ALUNO
      *            (ZERO NA OFERTA).
      * Tectonics: cobc
      ******************************************************************
       01  REG-LMSFOTO.
           03 CH-LMSFOTO.
               05 TP-ITEM-LMS          PIC X(01).
                   88 TP-ITEM-OFERTA          VALUE 'O'.
                   88 TP-ITEM-PROFESSOR       VALUE 'P'.
                   88 TP-ITEM-ALUNO           VALUE 'A'.
               05 ID-MATERIA-LMS       PIC 9(05).
               05 ANO-SEMESTRE-LMS     PIC 9(05).
               05 CD-TURMA-LMS         PIC X(04).
               05 ID-PESSOA-LMS        PIC 9(05).
           03 DS-DADOS-LMS             PIC X(80).
           03 DT-INCLUSAO-LMS          PIC 9(08).
           03 DH-VISTO-LMS             PIC 9(14).
