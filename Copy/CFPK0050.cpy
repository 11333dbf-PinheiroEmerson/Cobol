      ******************************************************************
      * Copybook:  CFPK0050.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   LAYOUT DAS RESERVAS DE TITULO DA BIBLIOTECA
      *            (RESERVA.DAT). A CHAVE TITULO + DATA/HORA DA
      *            RESERVA DA A FILA DE ESPERA DO TITULO NA ORDEM DE
      *            CHEGADA. SITUACAO: F=NA FILA, S=EXEMPLAR SEPARADO
      *            PARA O LEITOR (NR-EXEMPLAR-RES, A RETIRAR ATE
      *            DT-LIMITE-RETIRADA), A=ATENDIDA NO EMPRESTIMO,
      *            C=CANCELADA, X=EXPIRADA SEM RETIRADA. O EXEMPLAR E
      *            SEPARADO PELA ROTINA PGBIBRES NA DEVOLUCAO OU NA
      *            INCLUSAO DE EXEMPLAR NO ACERVO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-RESERVA.
           03 CH-RESERVA.
               05 ID-TITULO-RES        PIC 9(05).
               05 DH-RESERVA           PIC 9(14).
           03 TP-LEITOR-RES            PIC X(01).
           03 ID-LEITOR-RES            PIC 9(05).
           03 ST-RESERVA               PIC X(01).
               88 ST-RESERVA-FILA      VALUE 'F'.
               88 ST-RESERVA-SEPARADA  VALUE 'S'.
               88 ST-RESERVA-ATENDIDA  VALUE 'A'.
               88 ST-RESERVA-CANCELADA VALUE 'C'.
               88 ST-RESERVA-EXPIRADA  VALUE 'X'.
               88 ST-RESERVA-ATIVA     VALUE 'F' 'S'.
           03 NR-EXEMPLAR-RES          PIC 9(02).
           03 DT-LIMITE-RETIRADA       PIC 9(08).
           03 ID-OPERADOR-RES          PIC X(10).
