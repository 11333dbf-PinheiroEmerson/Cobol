      ******************************************************************
      * Copybook:  CFPK0073.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      12/06/2023.
      * Purpose:   LAYOUT DO LIVRO DE REGISTRO DE DIPLOMAS
      *            (LIVRODIP.DAT) - UM REGISTRO POR DIPLOMA, CHAVEADO
      *            PELO NUMERO DE REGISTRO SEQUENCIAL, COM O LIVRO E A
      *            FOLHA EM QUE FOI LANCADO (NUMERACAO CONTROLADA EM
      *            LIVRODIP.CTL PELO NTCOLMAN NO REGISTRO DA COLACAO)
      *            E OS DADOS DO DIPLOMADO COPIADOS NO ATO, PARA QUE O
      *            LIVRO NAO MUDE SE O CADASTRO MUDAR. A CHAVE
      *            ALTERNATIVA POR ALUNO PERMITE A PESQUISA NO
      *            NTLIVDIP, QUE TAMBEM IMPRIME O LIVRO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-LIVRODIP.
           03 NR-REGISTRO-LDP          PIC 9(06).
           03 NR-LIVRO-LDP             PIC 9(03).
           03 NR-FOLHA-LDP             PIC 9(03).
           03 ID-ALUNO-LDP             PIC 9(05).
           03 NM-ALUNO-LDP             PIC X(20).
           03 CPF-ALUNO-LDP            PIC 9(11).
           03 DT-NASC-ALUNO-LDP        PIC 9(08).
           03 ID-CURSO-LDP             PIC 9(02).
           03 NM-CURSO-LDP             PIC X(30).
           03 ID-COLACAO-LDP           PIC 9(04).
           03 TP-COLACAO-LDP           PIC X(01).
           03 DT-COLACAO-LDP           PIC 9(08).
           03 NR-CERTIFICADO-LDP       PIC 9(06).
           03 DT-REGISTRO-LDP          PIC 9(08).
           03 ID-OPERADOR-LDP          PIC X(10).
