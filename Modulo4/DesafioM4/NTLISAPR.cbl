      * Author:    EMERSON PINHEIRO - TIO.EL@OUTLOOK.COM.
      * Date:      03/08/2022
      * Purpose:   DESAFIO MODULO 2 - LISTAGEM DE ALUNOS APROVADOS
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    05/12/2022 - AREA DO REGISTRO DO ALUTODOS ACOMPANHA O
      *            ANO-SEMESTRE, QUE PASSOU A FAZER PARTE DA CHAVE.
      * Update:    05/10/2022 - A LISTA DE APROVADOS PASSA A SER
      *            DERIVADA DE ALUTODOS.DAT, FILTRADA PELO
      *            ST-APROVACAO, EM VEZ DE LIDA DO ESPELHO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD  KEY IS CH-TODOS OF REG-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS OF REG-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-N.

           SELECT SAIDA-SPOOL
           03 WS-CH-TODOS.
               05 WS-ID-ALUNO        PIC 9(05).
               05 WS-ID-MATERIA      PIC 9(05).
               05 WS-ANO-SEMESTRE.
                   07 WS-AS-ANO      PIC 9(04).
                   07 WS-AS-SEMESTRE PIC 9(01).
           03 WS-NM-ALUNO            PIC X(20).
           03 WS-TL-ALUNO.
              05 WS-FONEAREA         PIC 9(02).
           03 WS-MD-ALUNO            PIC 9(02)V99.
           03 WS-ST-APROVACAO        PIC X(10).
           03 WS-TURMA               PIC X(04).
           03 WS-FR-ALUNO            PIC 9(03)V99.

      *CONTROLE ARQUIVO TODOS-ALUNOS
