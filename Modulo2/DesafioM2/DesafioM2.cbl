      * Author:    EMERSON PINHEIRO - TIO.EL@OUTLOOK.COM.
      * Date:      20/4/2022
      * Purpose:   DESAFIO MODULO 2
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    05/12/2022 - WS-REG-INTER ACOMPANHA O ALUTODOS.DAT,
      *            QUE PASSOU A TER O ANO-SEMESTRE NA CHAVE.
      * Update:    05/10/2022 - ALUTODOS PASSA A SER A FONTE UNICA
      *            DO RESULTADO: A GRAVACAO DUPLICADA EM ALUAPROV
      *            FOI RETIRADA E A LISTA DE APROVADOS PASSA A SER
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY IS CH-TODOS OF REG-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS OF REG-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

       DATA DIVISION.
           03 WS-CH-INTER.
               05 WS-ID-ALUNO-I      PIC 9(05).
               05 WS-ID-MATERIA-I    PIC 9(05).
               05 WS-ANO-SEMESTRE-I.
                   07 WS-AS-ANO-I      PIC 9(04).
                   07 WS-AS-SEMESTRE-I PIC 9(01).
           03 WS-NM-ALUNO-I          PIC X(20).
           03 WS-TL-ALUNO-I.
               05 WS-FONEAREA-I      PIC 9(02).
           03 WS-MD-ALUNO-I          PIC 9(02)V99.
           03 WS-ST-APROVACAO-I      PIC X(10).
           03 WS-TURMA-I              PIC X(04).
           03 WS-FR-ALUNO-I           PIC 9(03)V99.

       01  WS-RESULTADO            PIC X(10).
