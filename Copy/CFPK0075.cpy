      ******************************************************************
      * Copybook:  CFPK0075.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      19/06/2023.
      * Purpose:   LAYOUT DA SITUACAO DO ALUNO NO ENADE (ENADE.DAT) -
      *            UM REGISTRO POR ANO DE EXAME E ALUNO HABILITADO,
      *            GRAVADO PELO NTENAGER AO GERAR O ARQUIVO DE
      *            INSCRICAO. TIPO: I=INGRESSANTE (INGRESSO NO ANO DO
      *            EXAME) E C=CONCLUINTE (HORAS DA GRADE CUMPRIDAS NO
      *            PERCENTUAL MINIMO). SITUACAO: I=INSCRITO,
      *            P=PRESENTE, D=DISPENSADO E X=IRREGULAR, ATUALIZADA
      *            PELO RETORNO DO EXAME OU MANUALMENTE NO NTENAMAN.
      *            ALUNO COM QUALQUER ANO IRREGULAR NAO RECEBE
      *            CERTIFICADO DE CONCLUSAO (PGENAPEN).
      * Tectonics: cobc
      ******************************************************************
       01  REG-ENADE.
           03 CH-ENADE.
               05 AA-ENADE-ENA         PIC 9(04).
               05 ID-ALUNO-ENA         PIC 9(05).
           03 ID-CURSO-ENA             PIC 9(02).
           03 TP-ENADE-ENA             PIC X(01).
               88 TP-ENADE-INGRESSANTE        VALUE 'I'.
               88 TP-ENADE-CONCLUINTE         VALUE 'C'.
           03 QT-HORAS-CUMPRIDAS-ENA   PIC 9(05).
           03 QT-HORAS-EXIGIDAS-ENA    PIC 9(05).
           03 PC-INTEGRALIZADO-ENA     PIC 9(03).
           03 ST-ENADE-ENA             PIC X(01).
               88 ST-ENADE-INSCRITO           VALUE 'I'.
               88 ST-ENADE-PRESENTE           VALUE 'P'.
               88 ST-ENADE-DISPENSADO         VALUE 'D'.
               88 ST-ENADE-IRREGULAR          VALUE 'X'.
               88 ST-ENADE-VALIDO             VALUE 'I' 'P' 'D' 'X'.
           03 DT-INSCRICAO-ENA         PIC 9(08).
           03 DT-SITUACAO-ENA          PIC 9(08).
           03 ID-OPERADOR-ENA          PIC X(10).
           03 DS-OBSERVACAO-ENA        PIC X(40).
