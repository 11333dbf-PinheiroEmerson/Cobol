      * Update:    27/07/2022 - INCLUIDO E-MAIL E ENDERECO DO CONTATO.
      * Update:    03/08/2022 - ID-CONTATO AMPLIADO DE 9(02) P/ 9(06),
      *            CONTATOS NAO FICA MAIS LIMITADO A 99 REGISTROS.
      * Update:    26/12/2022 - INCLUIDO O CPF DO CONTATO (CPF-CONTATO),
      *            EXIGIDO NA NOTA FISCAL DE SERVICO QUANDO O CONTATO E
      *            O RESPONSAVEL FINANCEIRO DO ALUNO (NTFINNFS). ZEROS
      *            SIGNIFICA CPF NAO INFORMADO. ARQUIVOS GRAVADOS NO
      *            TAMANHO ANTIGO PRECISAM SER RECARREGADOS NA VIRADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CONTATOS.
               05 CI-CONTATO           PIC X(20).
               05 UF-CONTATO           PIC X(02).
               05 CP-CONTATO           PIC 9(08).
           03 CPF-CONTATO              PIC 9(11).
