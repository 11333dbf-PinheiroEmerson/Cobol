      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    19/09/2023 - ALUNOS.TXT NAO TRAZ A UNIDADE (CAMPUS):
      *            O ALUNO CARREGADO ENTRA NA UNIDADE DE LOTACAO DO
      *            OPERADOR QUE RODA A CARGA (PGUNIDAD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-RESTO-CHECKPOINT         PIC 9(04) VALUE ZEROS.
       77  WS-INDICE-SKIP              PIC 9(06) VALUE ZEROS.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD): SO A LOTACAO DO
      *OPERADOR E USADA, COMO UNIDADE DOS ALUNOS CARREGADOS.
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           MOVE 50                     TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-INTERVALO-CHECKPOINT.
           MOVE WS-COM-OPERADOR        TO WS-UN-OPERADOR.
           MOVE ZEROS                  TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           DISPLAY 'ALUNOS CARREGADOS NA UNIDADE ' WS-UN-LOTACAO
           END-DISPLAY.
           PERFORM P400-ABRE-ARQ   THRU P400-ABRE-ARQ-FIM.
           PERFORM P405-RETOMA-CHECKPOINT
                   THRU P405-RETOMA-CHECKPOINT-FIM.
      *ALUNOS.TXT TAMBEM NAO TRAZ A SITUACAO DA MENSALIDADE. TODO
      *ALUNO CARREGADO EM LOTE ENTRA COMO ADIMPLENTE POR PADRAO.
           SET ST-MENSALIDADE-ADIMPLENTE TO TRUE.
      *NEM A UNIDADE: VALE A LOTACAO DO OPERADOR DA CARGA.
           MOVE WS-UN-LOTACAO    TO CD-UNIDADE-ALUNO.

           WRITE REG-ALUNO
               INVALID KEY
