      ******************************************************************
      * Copybook:  CFPK0082.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      07/08/2023.
      * Purpose:   LAYOUT DA LISTA DE TRABALHO DA QUALIDADE CADASTRAL
      *            (QUALISTA.DAT) - UM REGISTRO POR ALUNO (A), CONTATO
      *            (C) OU VINCULO ALUNO/CONTATO DE ALURESP.DAT (V) COM
      *            ALGUMA FALHA NA APURACAO MENSAL DO NTQUALID. O
      *            VINCULO USA A CHAVE INTEIRA (ALUNO + CONTATO); ALUNO
      *            E CONTATO USAM SO O CODIGO, ALINHADO A DIREITA.
      *            REFEITA A CADA APURACAO: ITEM QUE NAO TEM MAIS FALHA
      *            SAI DA LISTA, ITEM QUE CONTINUA SOMA MAIS UM MES EM
      *            QT-MESES-QUA. IN-FALHA-QUA (S = FALHOU): 1=NOME,
      *            2=CPF, 3=NASCIMENTO, 4=ENDERECO, 5=TELEFONE,
      *            6=MENOR SEM RESPONSAVEL, 7=E-MAIL, 8=VINCULO.
      *            ST-QUALIDADE, MANTIDO PELA SECRETARIA NO NTQUAMAN:
      *            P=PENDENTE, T=TRATADO (VOLTA A PENDENTE SE A FALHA
      *            CONTINUAR NA APURACAO SEGUINTE), S=SEM SOLUCAO
      *            (CONTINUA NA LISTA, MAS NAO E MAIS COBRADO).
      * Tectonics: cobc
      ******************************************************************
       01  REG-QUALIDADE.
           03 CH-QUALIDADE.
               05 TP-CADASTRO-QUA      PIC X(01).
                   88 TP-QUA-ALUNO     VALUE 'A'.
                   88 TP-QUA-CONTATO   VALUE 'C'.
                   88 TP-QUA-VINCULO   VALUE 'V'.
               05 ID-CADASTRO-QUA      PIC 9(11).
               05 FILLER REDEFINES ID-CADASTRO-QUA.
                   07 ID-ALUNO-VINC-QUA    PIC 9(05).
                   07 ID-CONTATO-VINC-QUA  PIC 9(06).
           03 NM-CADASTRO-QUA          PIC X(20).
           03 ID-CURSO-QUA             PIC 9(02).
           03 ID-OPERADOR-QUA          PIC X(10).
           03 NR-PONTOS-QUA            PIC 9(03).
           03 IN-FALHAS-QUA.
               05 IN-FALHA-NOME-QUA    PIC X(01).
               05 IN-FALHA-CPF-QUA     PIC X(01).
               05 IN-FALHA-NASC-QUA    PIC X(01).
               05 IN-FALHA-ENDERECO-QUA PIC X(01).
               05 IN-FALHA-TELEFONE-QUA PIC X(01).
               05 IN-FALHA-RESP-QUA    PIC X(01).
               05 IN-FALHA-EMAIL-QUA   PIC X(01).
               05 IN-FALHA-VINCULO-QUA PIC X(01).
           03 FILLER REDEFINES IN-FALHAS-QUA.
               05 IN-FALHA-QUA         PIC X(01) OCCURS 8 TIMES.
           03 AA-MES-ENTRADA-QUA       PIC 9(06).
           03 AA-MES-APURACAO-QUA      PIC 9(06).
           03 ID-EXECUCAO-QUA          PIC 9(14).
           03 QT-MESES-QUA             PIC 9(03).
           03 ST-QUALIDADE             PIC X(01).
               88 ST-QUA-PENDENTE      VALUE 'P'.
               88 ST-QUA-TRATADO       VALUE 'T'.
               88 ST-QUA-SEM-SOLUCAO   VALUE 'S'.
           03 ID-OPERADOR-TRAT-QUA     PIC X(10).
           03 DT-TRATAMENTO-QUA        PIC 9(08).
           03 DS-OBSERVACAO-QUA        PIC X(40).
