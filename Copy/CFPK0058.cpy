      ******************************************************************
      * Copybook:  CFPK0058.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      17/04/2023.
      * Purpose:   LAYOUT DO CADASTRO DE CANDIDATOS DO PROCESSO
      *            SELETIVO (CANDIDATO.DAT) - UM REGISTRO POR
      *            CANDIDATO INSCRITO NO PROCESSO DO ANO, COM OS
      *            DADOS PESSOAIS NO MESMO FORMATO DE CFPK0001 (PARA
      *            A CONVERSAO EM ALUNO SEM REDIGITACAO), O CURSO
      *            ESCOLHIDO E A NOTA DA PROVA. DT-NOTA-CAN IGUAL A
      *            ZEROS SIGNIFICA NOTA AINDA NAO LANCADA (CANDIDATO
      *            FORA DA CLASSIFICACAO). A CLASSIFICACAO E AS
      *            CHAMADAS SAO FEITAS PELO NTSELCHA CONTRA AS VAGAS
      *            DE VAGAS.DAT (CFPK0059); A CONFIRMACAO DO
      *            CONVOCADO (NTSELCNV) GRAVA O ALUNO E GUARDA AQUI
      *            O CODIGO GERADO. MANTIDO PELO NTSELCAN.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CANDIDATO.
           03 CH-CANDIDATO.
               05 AA-PROCESSO-CAN      PIC 9(04).
               05 ID-CANDIDATO         PIC 9(05).
           03 NM-CANDIDATO             PIC X(20).
           03 TL-CANDIDATO.
               05 FONEAREA-CAN         PIC 9(02).
               05 FONENUMERO-CAN       PIC 9(09).
           03 DT-NASC-CANDIDATO.
               05 DT-NASC-ANO-CAN      PIC 9(04).
               05 DT-NASC-MES-CAN      PIC 9(02).
               05 DT-NASC-DIA-CAN      PIC 9(02).
           03 CPF-CANDIDATO            PIC 9(11).
           03 PAIS-CANDIDATO           PIC X(02).
           03 DS-CANDIDATO.
               05 RU-CANDIDATO         PIC X(30).
               05 BA-CANDIDATO         PIC X(20).
               05 CI-CANDIDATO         PIC X(20).
               05 UF-CANDIDATO         PIC X(02).
               05 CP-CANDIDATO         PIC 9(08).
           03 ID-CURSO-CAN             PIC 9(02).
           03 DT-INSCRICAO-CAN         PIC 9(08).
           03 VL-NOTA-CAN              PIC 9(04)V99.
           03 DT-NOTA-CAN              PIC 9(08).
           03 NR-CLASSIF-CAN           PIC 9(04).
           03 NR-CHAMADA-CAN           PIC 9(02).
           03 ST-CANDIDATO             PIC X(01).
               88 ST-CANDIDATO-INSCRITO    VALUE 'I'.
               88 ST-CANDIDATO-CONVOCADO   VALUE 'V'.
               88 ST-CANDIDATO-MATRICULADO VALUE 'M'.
               88 ST-CANDIDATO-DESISTENTE  VALUE 'D'.
           03 ID-ALUNO-CAN             PIC 9(05).
           03 DT-MATRICULA-CAN         PIC 9(08).
