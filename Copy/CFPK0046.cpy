      ******************************************************************
      * Copybook:  CFPK0046.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      19/12/2022.
      * Purpose:   LAYOUT DA CONCILIACAO BANCARIA MENSAL
      *            (CONCILIA.DAT) - UM REGISTRO POR MES CONCILIADO
      *            PELO NTFINCNC (EXTRATO DO BANCO CONTRA AS BAIXAS),
      *            COM OS NUMEROS DA ULTIMA CONFERENCIA E A
      *            ASSINATURA DA TESOURARIA. SEM A CONCILIACAO DO MES
      *            ASSINADA O NTFINFEC NAO FECHA A COMPETENCIA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CONCILIA.
           03 COMPETENCIA-CONC         PIC 9(06).
           03 FL-ASSINADA              PIC X(01).
               88 FL-ASSINADA-SIM      VALUE 'S'.
           03 DT-ASSINATURA            PIC 9(08).
           03 ID-OPERADOR-CONC         PIC X(10).
           03 QT-CREDITOS-CONC         PIC 9(05).
           03 VL-CREDITOS-CONC         PIC 9(09)V99.
           03 QT-BAIXAS-CONC           PIC 9(05).
           03 VL-BAIXAS-CONC           PIC 9(09)V99.
           03 QT-CASADOS-CONC          PIC 9(05).
           03 QT-SEM-BAIXA-CONC        PIC 9(05).
           03 QT-SEM-CREDITO-CONC      PIC 9(05).
           03 QT-DIFERENCA-CONC        PIC 9(05).
