      ******************************************************************
      * Copybook:  CFPK0059.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      17/04/2023.
      * Purpose:   LAYOUT DAS VAGAS DO PROCESSO SELETIVO (VAGAS.DAT)
      *            - UM REGISTRO POR ANO DO PROCESSO E CURSO, COM A
      *            QUANTIDADE DE VAGAS OFERECIDAS, A TAXA DE
      *            MATRICULA COBRADA NA CONFIRMACAO (TP-COBRANCA 'T'
      *            DE CFPK0008) COM O PRAZO DE VENCIMENTO EM DIAS, E
      *            O CONTROLE DAS CHAMADAS JA PUBLICADAS PELO
      *            NTSELCHA (NUMERO E DATA DA ULTIMA; ZERO = CURSO
      *            AINDA NAO CLASSIFICADO). MANTIDO PELO NTSELVAG.
      * Tectonics: cobc
      ******************************************************************
       01  REG-VAGA.
           03 CH-VAGA.
               05 AA-PROCESSO-VAG      PIC 9(04).
               05 ID-CURSO-VAG         PIC 9(02).
           03 QT-VAGAS                 PIC 9(03).
           03 VL-TAXA-MATRICULA-VAG    PIC 9(05)V99.
           03 QT-DIAS-VENC-TAXA-VAG    PIC 9(02).
           03 NR-ULTIMA-CHAMADA        PIC 9(02).
           03 DT-ULTIMA-CHAMADA        PIC 9(08).
           03 QT-CLASSIFICADOS         PIC 9(04).
