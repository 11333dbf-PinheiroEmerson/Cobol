      ******************************************************************
      * Copybook:  CFPK0054.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      20/03/2023.
      * Purpose:   LAYOUT DOS CERTIFICADOS DE ATIVIDADE COMPLEMENTAR
      *            (ATVCOMPL.DAT) - UM REGISTRO POR CERTIFICADO
      *            ENTREGUE PELO ALUNO NA SECRETARIA (NR-ATIVIDADE
      *            SEQUENCIAL POR ALUNO), COM A CATEGORIA (CFPK0053),
      *            AS HORAS DECLARADAS E A REFERENCIA DO DOCUMENTO
      *            ARQUIVADO. O COORDENADOR DO CURSO APROVA OU RECUSA;
      *            NA APROVACAO, QT-HORAS-CONCEDIDAS GUARDA AS HORAS
      *            EFETIVAMENTE CONCEDIDAS, JA LIMITADAS PELO TETO DA
      *            CATEGORIA. A SOMA DAS CONCEDIDAS E FEITA PELA ROTINA
      *            PGATCHOR.
      * Tectonics: cobc
      ******************************************************************
       01  REG-ATVCOMPL.
           03 CH-ATVCOMPL.
               05 ID-ALUNO-ATC         PIC 9(05).
               05 NR-ATIVIDADE         PIC 9(03).
           03 CD-CATEGORIA-ATC         PIC 9(02).
           03 DS-ATIVIDADE             PIC X(40).
           03 DS-DOCUMENTO-ATC         PIC X(30).
           03 QT-HORAS-DECLARADAS      PIC 9(03).
           03 QT-HORAS-CONCEDIDAS      PIC 9(03).
           03 ST-ATIVIDADE             PIC X(01).
               88 ST-ATIVIDADE-PENDENTE VALUE 'P'.
               88 ST-ATIVIDADE-APROVADA VALUE 'A'.
               88 ST-ATIVIDADE-RECUSADA VALUE 'R'.
           03 DT-ENTREGA-ATC           PIC 9(08).
           03 ID-OPERADOR-ENTREGA      PIC X(10).
           03 DT-ANALISE-ATC           PIC 9(08).
           03 ID-OPERADOR-ANALISE      PIC X(10).
