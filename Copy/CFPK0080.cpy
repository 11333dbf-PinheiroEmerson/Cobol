      ******************************************************************
      * Copybook:  CFPK0080.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      31/07/2023.
      * Purpose:   LAYOUT DA TABELA DE CEPS (CEP.DAT) - UM REGISTRO
      *            POR CEP, CARREGADO E ATUALIZADO A PARTIR DO ARQUIVO
      *            DOS CORREIOS PELO NTCEPMAN E CONSULTADO PELO
      *            PGCEPCON NO CADASTRO DE ALUNOS E DE CONTATOS. OS
      *            CAMPOS TEM O MESMO TAMANHO DO ENDERECO DE DS-ALUNO
      *            (CFPK0001) E DS-CONTATO (FD_CONTT). CEP GERAL DE
      *            CIDADE VEM SEM LOGRADOURO E SEM BAIRRO.
      *            DT-ATUALIZACAO-CEP E A DATA DA CARGA QUE INCLUIU OU
      *            ALTEROU O CEP POR ULTIMO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CEP.
           03 CD-CEP                   PIC 9(08).
           03 RU-CEP                   PIC X(30).
           03 BA-CEP                   PIC X(20).
           03 CI-CEP                   PIC X(20).
           03 UF-CEP                   PIC X(02).
           03 DT-ATUALIZACAO-CEP       PIC 9(08).
