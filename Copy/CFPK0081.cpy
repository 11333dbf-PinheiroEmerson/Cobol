      ******************************************************************
      * Copybook:  CFPK0081.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      31/07/2023.
      * Purpose:   LAYOUT DA LISTA DE TRABALHO DE ENDERECOS QUE NAO
      *            CONFEREM COM A TABELA DE CEPS (CEPDIV.DAT) - UM
      *            REGISTRO POR ALUNO (A) OU CONTATO (C), REFEITA A
      *            CADA APURACAO DO NTCEPMAN. DS-ENDERECO-DIV GUARDA O
      *            ENDERECO COMO ESTAVA NA APURACAO: A CORRECAO SO E
      *            APLICADA SE O CADASTRO AINDA ESTIVER IGUAL.
      *            TP-DIVERGENCIA: N=CEP FORA DA TABELA, E=BAIRRO,
      *            CIDADE OU UF DIFERENTE (CORRIGIVEL), L=SO O
      *            LOGRADOURO DIFERENTE (CONFERENCIA MANUAL).
      *            IN-LOGRADOURO-DIV MARCA O LOGRADOURO DIFERENTE
      *            TAMBEM NO TIPO E, ONDE ELE NAO E CORRIGIDO.
      *            ST-DIV: P=PENDENTE, R=RECUSADA NA REVISAO,
      *            C=CORRIGIDA, M=CADASTRO MUDOU DEPOIS DA APURACAO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CEPDIV.
           03 CH-CEPDIV.
               05 TP-CADASTRO-DIV      PIC X(01).
                   88 TP-CADASTRO-ALUNO       VALUE 'A'.
                   88 TP-CADASTRO-CONTATO     VALUE 'C'.
               05 ID-CADASTRO-DIV      PIC 9(06).
           03 NM-CADASTRO-DIV          PIC X(20).
           03 DS-ENDERECO-DIV.
               05 RU-ENDERECO-DIV      PIC X(30).
               05 BA-ENDERECO-DIV      PIC X(20).
               05 CI-ENDERECO-DIV      PIC X(20).
               05 UF-ENDERECO-DIV      PIC X(02).
               05 CP-ENDERECO-DIV      PIC 9(08).
           03 TP-DIVERGENCIA           PIC X(01).
               88 TP-DIV-CEP-INEXISTENTE  VALUE 'N'.
               88 TP-DIV-ENDERECO         VALUE 'E'.
               88 TP-DIV-LOGRADOURO       VALUE 'L'.
           03 IN-LOGRADOURO-DIV        PIC X(01).
               88 IN-LOGRADOURO-DIFERENTE VALUE 'S'.
           03 ST-DIV                   PIC X(01).
               88 ST-DIV-PENDENTE         VALUE 'P'.
               88 ST-DIV-RECUSADA         VALUE 'R'.
               88 ST-DIV-CORRIGIDA        VALUE 'C'.
               88 ST-DIV-MUDOU            VALUE 'M'.
           03 DT-APURACAO-DIV          PIC 9(08).
