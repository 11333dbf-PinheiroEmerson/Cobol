      ******************************************************************
      * Copybook:  CFPK0065.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      22/05/2023.
      * Purpose:   LAYOUT DO CADASTRO DE TIPOS DE REQUERIMENTO
      *            (TIPOREQ.DAT) - PRAZO DE ATENDIMENTO EM DIAS
      *            CORRIDOS A PARTIR DA ABERTURA, DEPARTAMENTO
      *            RESPONSAVEL QUE RECEBE O PROTOCOLO E A TAXA COBRADA
      *            NA ABERTURA (TIPO DE COBRANCA D OU R DE CFPK0008 E
      *            VALOR; EM BRANCO, O REQUERIMENTO E GRATUITO). TIPO
      *            INATIVO NAO ABRE PROTOCOLO NOVO. MANTIDO PELO
      *            NTREQTIP.
      * Tectonics: cobc
      ******************************************************************
       01  REG-TIPOREQ.
           03 CD-TIPO-TPR              PIC X(04).
           03 DS-TIPO-TPR              PIC X(30).
           03 QT-DIAS-PRAZO-TPR        PIC 9(03).
           03 CD-DEPTO-TPR             PIC X(10).
           03 TP-TAXA-TPR              PIC X(01).
               88 TP-TAXA-TPR-GRATUITO VALUE SPACE.
               88 TP-TAXA-TPR-DOCUMENTO VALUE 'D'.
               88 TP-TAXA-TPR-RECUPERACAO VALUE 'R'.
               88 TP-TAXA-TPR-VALIDO   VALUE SPACE 'D' 'R'.
           03 VL-TAXA-TPR              PIC 9(05)V99.
           03 ST-TIPO-TPR              PIC X(01).
               88 ST-TIPO-TPR-ATIVO    VALUE 'A'.
               88 ST-TIPO-TPR-INATIVO  VALUE 'I'.
