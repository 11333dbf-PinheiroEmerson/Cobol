      ******************************************************************
      * Copybook:  CFPK0049.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   LAYOUT DOS EMPRESTIMOS DA BIBLIOTECA
      *            (EMPRESTIMO.DAT) - UM REGISTRO POR EMPRESTIMO,
      *            NUMERADO PELO CONTADOR EMPSEQ.CTL. O LEITOR E UM
      *            ALUNO (TP-LEITOR A, ID-ALUNO) OU UM PROFESSOR
      *            (TP-LEITOR P, ID-PROFESSOR). CHAVES ALTERNATIVAS
      *            PELO LEITOR E PELO EXEMPLAR. NA DEVOLUCAO (NTBIBDEV)
      *            FICAM A DATA, OS DIAS DE ATRASO SOBRE DT-PREVISTA E
      *            A MULTA CALCULADA; PARA ALUNO, CP-MULTA-BIB GUARDA A
      *            COMPETENCIA DA COBRANCA TIPO B DE MENSALIDADE.DAT EM
      *            QUE A MULTA FOI LANCADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-EMPRESTIMO.
           03 NR-EMPRESTIMO            PIC 9(06).
           03 CH-LEITOR-EMP.
               05 TP-LEITOR-EMP        PIC X(01).
                   88 TP-LEITOR-EMP-ALUNO     VALUE 'A'.
                   88 TP-LEITOR-EMP-PROFESSOR VALUE 'P'.
               05 ID-LEITOR-EMP        PIC 9(05).
           03 CH-EXEMPLAR-EMP.
               05 ID-TITULO-EMP        PIC 9(05).
               05 NR-EXEMPLAR-EMP      PIC 9(02).
           03 DT-EMPRESTIMO            PIC 9(08).
           03 DT-PREVISTA              PIC 9(08).
           03 DT-DEVOLUCAO             PIC 9(08).
           03 ST-EMPRESTIMO            PIC X(01).
               88 ST-EMPRESTIMO-ABERTO    VALUE 'A'.
               88 ST-EMPRESTIMO-DEVOLVIDO VALUE 'D'.
           03 QT-DIAS-ATRASO           PIC 9(04).
           03 VL-MULTA-BIB             PIC 9(05)V99.
           03 CP-MULTA-BIB             PIC 9(06).
           03 ID-OPERADOR-EMP          PIC X(10).
           03 ID-OPERADOR-DEV          PIC X(10).
