      ******************************************************************
      * Copybook:  CFPK0055.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      27/03/2023.
      * Purpose:   LAYOUT DO TRABALHO DE CONCLUSAO DE CURSO (TCC.DAT) -
      *            UM REGISTRO POR TCC DO ALUNO (NR-TCC SEQUENCIAL POR
      *            ALUNO; UM TCC REPROVADO OU CANCELADO DA LUGAR A UM
      *            NOVO). GUARDA O TITULO, A OFERTA DA MATERIA DE TCC
      *            (ID-MATERIA + ANO-SEMESTRE DE MATERIAS.DAT) EM QUE O
      *            RESULTADO SERA GRAVADO, O ORIENTADOR E O
      *            COORIENTADOR (PROFESSOR.DAT; ZERO = SEM
      *            COORIENTADOR), AS DATAS DE ENTREGA DO PROJETO E DA
      *            VERSAO FINAL, A BANCA (O ORIENTADOR PRESIDE COMO
      *            MEMBRO 1) COM A NOTA DE CADA MEMBRO, E A DATA,
      *            HORARIO E SALA DA DEFESA. MANTIDO PELO NTTCCMAN, QUE
      *            GRAVA A NOTA FINAL (MEDIA DAS NOTAS DA BANCA) E O
      *            RESULTADO EM ALUTODOS.DAT E IMPRIME A ATA.
      *            ST-TCC: C=CADASTRADO E=ENTREGUE (VERSAO FINAL)
      *            A=DEFESA AGENDADA D=DEFENDIDO X=CANCELADO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-TCC.
           03 CH-TCC.
               05 ID-ALUNO-TCC         PIC 9(05).
               05 NR-TCC               PIC 9(02).
           03 DS-TITULO-TCC            PIC X(60).
           03 ID-MATERIA-TCC           PIC 9(05).
           03 ANO-SEMESTRE-TCC.
               05 AS-ANO-TCC           PIC 9(04).
               05 AS-SEMESTRE-TCC      PIC 9(01).
           03 ID-ORIENTADOR-TCC        PIC 9(03).
           03 ID-COORIENTADOR-TCC      PIC 9(03).
           03 DT-CADASTRO-TCC          PIC 9(08).
           03 DT-ENTREGA-PROJETO       PIC 9(08).
           03 DT-ENTREGA-FINAL         PIC 9(08).
           03 QT-MEMBROS-BANCA         PIC 9(01).
           03 MEMBRO-BANCA             OCCURS 5 TIMES.
               05 ID-PROFESSOR-BANCA   PIC 9(03).
               05 NT-MEMBRO-BANCA      PIC 9(02)V99.
           03 DT-DEFESA-TCC            PIC 9(08).
           03 HR-INICIO-DEFESA         PIC 9(04).
           03 HR-FIM-DEFESA            PIC 9(04).
           03 SALA-DEFESA              PIC X(06).
           03 NT-FINAL-TCC             PIC 9(02)V99.
           03 ST-RESULTADO-TCC         PIC X(10).
           03 ST-TCC                   PIC X(01).
               88 ST-TCC-CADASTRADO    VALUE 'C'.
               88 ST-TCC-ENTREGUE      VALUE 'E'.
               88 ST-TCC-AGENDADO      VALUE 'A'.
               88 ST-TCC-DEFENDIDO     VALUE 'D'.
               88 ST-TCC-CANCELADO     VALUE 'X'.
           03 ID-OPERADOR-TCC          PIC X(10).
