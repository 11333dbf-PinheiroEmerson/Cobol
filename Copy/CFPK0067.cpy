      ******************************************************************
      * Copybook:  CFPK0067.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      22/05/2023.
      * Purpose:   LAYOUT DO HISTORICO DE MOVIMENTOS DO PROTOCOLO DE
      *            REQUERIMENTOS (REQMOV.DAT). UM REGISTRO POR
      *            MOVIMENTO, NUMERADO DENTRO DO PROTOCOLO: A=ABERTURA,
      *            E=ENCAMINHAMENTO A OUTRO DEPARTAMENTO, S=MUDANCA DE
      *            SITUACAO, F=ENCERRAMENTO. GUARDA DATA, HORA E
      *            OPERADOR, OS DEPARTAMENTOS DE ORIGEM E DESTINO E AS
      *            SITUACOES ANTES E DEPOIS. GRAVADO PELO NTREQMAN.
      * Tectonics: cobc
      ******************************************************************
       01  REG-REQMOV.
           03 CH-REQMOV.
               05 AA-PROTOCOLO-RQM     PIC 9(04).
               05 NR-SEQ-RQM           PIC 9(05).
               05 NR-MOVIMENTO-RQM     PIC 9(03).
           03 TP-MOVIMENTO-RQM         PIC X(01).
               88 TP-MOV-ABERTURA      VALUE 'A'.
               88 TP-MOV-ENCAMINHAMENTO VALUE 'E'.
               88 TP-MOV-SITUACAO      VALUE 'S'.
               88 TP-MOV-ENCERRAMENTO  VALUE 'F'.
           03 DT-MOVIMENTO-RQM         PIC 9(08).
           03 HR-MOVIMENTO-RQM         PIC 9(06).
           03 ID-OPERADOR-RQM          PIC X(10).
           03 CD-DEPTO-ORIGEM-RQM      PIC X(10).
           03 CD-DEPTO-DESTINO-RQM     PIC X(10).
           03 ST-ANTERIOR-RQM          PIC X(01).
           03 ST-NOVO-RQM              PIC X(01).
           03 DS-OBSERVACAO-RQM        PIC X(60).
