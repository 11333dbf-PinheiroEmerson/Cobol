      ******************************************************************
      * Copybook:  CFPK0060.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      24/04/2023.
      * Purpose:   LAYOUT DO CADASTRO DE SALAS (SALAS.DAT) - UMA SALA
      *            POR CODIGO (O MESMO USADO EM SALA DE CFPK0011 E
      *            SALA-TURMA DE CFPK0021), COM PREDIO, TIPO,
      *            CAPACIDADE EM LUGARES E RECURSOS. SO SALA ATIVA
      *            DESTE CADASTRO E ACEITA NOS HORARIOS (NTHORMAN) E
      *            NAS TURMAS (NTTURMAN); OFERTA COM MX-VAGAS ACIMA
      *            DA CAPACIDADE E APONTADA. MANTIDO PELO NTSALMAN.
      * Tectonics: cobc
      ******************************************************************
       01  REG-SALA.
           03 CD-SALA                  PIC X(06).
           03 NM-PREDIO                PIC X(15).
           03 TP-SALA                  PIC X(01).
               88 TP-SALA-AULA         VALUE 'A'.
               88 TP-SALA-LABORATORIO  VALUE 'L'.
               88 TP-SALA-AUDITORIO    VALUE 'U'.
               88 TP-SALA-VALIDO       VALUE 'A' 'L' 'U'.
           03 QT-CAPACIDADE            PIC 9(03).
           03 RC-SALA.
               05 RC-PROJETOR          PIC X(01).
                   88 RC-PROJETOR-OK   VALUE 'S'.
               05 RC-COMPUTADORES      PIC X(01).
                   88 RC-COMPUTADORES-OK VALUE 'S'.
               05 RC-AR-CONDICIONADO   PIC X(01).
                   88 RC-AR-CONDICIONADO-OK VALUE 'S'.
               05 RC-ACESSIBILIDADE    PIC X(01).
                   88 RC-ACESSIBILIDADE-OK VALUE 'S'.
           03 DS-RECURSOS              PIC X(30).
           03 ST-SALA                  PIC X(01).
               88 ST-SALA-ATIVA        VALUE 'A'.
               88 ST-SALA-INATIVA      VALUE 'I'.
