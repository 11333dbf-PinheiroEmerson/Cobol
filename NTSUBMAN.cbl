      *            PROFESSOR.DAT. DENTRO DO INTERVALO, O LOGIN DO
      *            SUBSTITUTO E ACEITO NO LANCAMENTO DE NOTAS
      *            (NTNOTINC) COMO O DO TITULAR.
      * Update:    08/05/2023 - O SUBSTITUTO SO E ACEITO SE OS BLOCOS DA
      *            OFERTA CAIREM NA SUA DISPONIBILIDADE E COUBEREM NA
      *            SUA CARGA MAXIMA SEMANAL DO PERIODO (PGPRFCAR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.

      *AREA DA CONFERENCIA DE CARGA HORARIA E DISPONIBILIDADE
      *(PGPRFCAR) DO SUBSTITUTO, QUE ASSUME OS BLOCOS DA OFERTA.
       01  WS-PARM-PRFCAR.
           03 WS-PC-ID-PROFESSOR       PIC 9(03).
           03 WS-PC-ANO-SEMESTRE       PIC 9(05).
           03 WS-PC-ID-MATERIA         PIC 9(05).
           03 WS-PC-DIA-SEMANA         PIC 9(01).
           03 WS-PC-HR-INICIO          PIC 9(04).
           03 WS-PC-HR-FIM             PIC 9(04).
           03 WS-PC-MIN-SEMANA         PIC 9(05).
           03 WS-PC-MAX-HORAS          PIC 9(02).
           03 WS-PC-RESULTADO          PIC X(01).
               88 WS-PC-ACEITO         VALUE 'S'.
               88 WS-PC-EXCEDE-CARGA   VALUE 'C'.
               88 WS-PC-INDISPONIVEL   VALUE 'D'.
           03 WS-PC-DIA-RECUSADO       PIC 9(01).
           03 WS-PC-HORA-RECUSADA      PIC 9(04).

       77  WS-HORAS-SEMANA             PIC 9(03)V99 VALUE ZEROS.
       77  WS-MSK-HORAS                PIC ZZ9,99.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
      *O SUBSTITUTO ASSUME OS BLOCOS DA OFERTA: ELES PRECISAM CAIR NA
      *DISPONIBILIDADE DELE E CABER NA SUA CARGA MAXIMA DO PERIODO.
           MOVE WS-ID-PROFESSOR TO WS-PC-ID-PROFESSOR.
           MOVE WS-ANO-SEMESTRE TO WS-PC-ANO-SEMESTRE.
           MOVE WS-ID-MATERIA   TO WS-PC-ID-MATERIA.
           MOVE ZEROS           TO WS-PC-DIA-SEMANA WS-PC-HR-INICIO
                                   WS-PC-HR-FIM.
           CALL 'PGPRFCAR' USING WS-PARM-PRFCAR.
           COMPUTE WS-HORAS-SEMANA ROUNDED = WS-PC-MIN-SEMANA / 60.
           MOVE WS-HORAS-SEMANA TO WS-MSK-HORAS.
           IF WS-PC-INDISPONIVEL THEN
               DISPLAY 'SUBSTITUTO INDISPONIVEL NO BLOCO DO DIA '
                       WS-PC-DIA-RECUSADO ' AS ' WS-PC-HORA-RECUSADA
                       '. NADA GRAVADO.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           IF WS-PC-EXCEDE-CARGA THEN
               DISPLAY 'CARGA SEMANAL DO SUBSTITUTO FICARIA EM '
                       WS-MSK-HORAS ' HORAS, ACIMA DO MAXIMO DE '
                       WS-PC-MAX-HORAS '. NADA GRAVADO.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           MOVE WS-ID-MATERIA   TO ID-MATERIA-SUB.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-SUB.
           MOVE WS-ID-PROFESSOR TO ID-PROFESSOR-SUB.
