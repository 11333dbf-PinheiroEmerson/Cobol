      ******************************************************************
      * Copybook:  CFPK0051.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      13/03/2023.
      * Purpose:   LAYOUT DOS CONVENIOS DE ESTAGIO SUPERVISIONADO
      *            (ESTAGIO.DAT) - UM REGISTRO POR TERMO DE ESTAGIO DO
      *            ALUNO (NR-ESTAGIO SEQUENCIAL POR ALUNO), COM A
      *            EMPRESA CONCEDENTE, A VIGENCIA DO TERMO E O
      *            PROFESSOR ORIENTADOR (PROFESSOR.DAT), QUE APROVA AS
      *            HORAS LANCADAS MES A MES EM ESTHORAS.DAT (CFPK0052).
      *            MANTIDO PELO NTESTMAN; O RELATORIO NTESTVEN LISTA OS
      *            TERMOS VIGENTES PERTO DO VENCIMENTO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-ESTAGIO.
           03 CH-ESTAGIO.
               05 ID-ALUNO-EST         PIC 9(05).
               05 NR-ESTAGIO           PIC 9(02).
           03 NM-EMPRESA-EST           PIC X(40).
           03 CNPJ-EMPRESA-EST         PIC 9(14).
           03 DT-INICIO-EST            PIC 9(08).
           03 DT-FIM-EST               PIC 9(08).
           03 ID-PROFESSOR-EST         PIC 9(03).
           03 ST-ESTAGIO               PIC X(01).
               88 ST-ESTAGIO-VIGENTE   VALUE 'V'.
               88 ST-ESTAGIO-ENCERRADO VALUE 'E'.
               88 ST-ESTAGIO-RESCINDIDO VALUE 'R'.
           03 DT-ENCERRAMENTO-EST      PIC 9(08).
           03 ID-OPERADOR-EST          PIC X(10).
