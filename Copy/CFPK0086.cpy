      ******************************************************************
      * Copybook:  CFPK0086.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      19/09/2023.
      * Purpose:   LAYOUT DO CADASTRO DE UNIDADES (UNIDADE.DAT) - UM
      *            REGISTRO POR CAMPUS DA ESCOLA, COM O CODIGO INEP
      *            PROPRIO DE CADA UM (USADO NA EXTRACAO DO CENSO,
      *            NTCENSOX). MANTIDO PELO NTUNIMAN E CONSULTADO PELA
      *            ROTINA PGUNIDAD. A UNIDADE 01 E A SEDE: CODIGO ZERO
      *            NOS CADASTROS ANTIGOS (ALUNOS, TURMAS, HORARIOS E
      *            OPERADORES) VALE COMO UNIDADE 01.
      * Tectonics: cobc
      ******************************************************************
       01  REG-UNIDADE.
           03 CD-UNIDADE               PIC 9(02).
           03 NM-UNIDADE               PIC X(30).
           03 CD-INEP-UNIDADE          PIC 9(08).
           03 ST-UNIDADE               PIC X(01).
               88 ST-UNIDADE-ATIVA         VALUE 'A' SPACE.
               88 ST-UNIDADE-INATIVA       VALUE 'I'.
