      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    19/09/2023 - SO ENTRAM NA EXTRACAO OS ALUNOS DAS
      *            UNIDADES (CAMPI) EM QUE O OPERADOR ESTA AUTORIZADO
      *            (PGUNIDAD, CONSULTADA UMA VEZ POR UNIDADE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77  WS-CONTA-REG                PIC 9(04) VALUE ZEROS.

      *AUTORIZACAO DO OPERADOR POR UNIDADE, GUARDADA NA PRIMEIRA
      *CONSULTA AO PGUNIDAD (BRANCO = AINDA NAO CONSULTADA).
       01  WS-TABELA-AUTORIZACAO.
           03 WS-AUT-UNIDADE           PIC X(01) OCCURS 99 TIMES.
       77  WS-IND-UNIDADE              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).
               88 WS-UN-ATIVA-OK           VALUE 'S'.

       77  WS-FS                       PIC 99.
           88 WS-FS-OK                 VALUE 0.

           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS WS-ALUNO WS-CONTA-REG
                      WS-TABELA-AUTORIZACAO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-OK               TO FALSE.

      *SO ENTRA NA EXTRACAO O ALUNO CUJA MENSALIDADE ESTEJA EM ATRASO.
       P430-LISTA-REGISTRO.
           PERFORM P435-CONFERE-UNIDADE THRU P435-CONFERE-UNIDADE-FIM.
           IF WS-ST-MENSALIDADE EQUAL 'INADIMPLENTE' AND
              WS-AUT-UNIDADE (WS-IND-UNIDADE) EQUAL 'A' THEN
               ADD 1 TO WS-CONTA-REG
               DISPLAY 'REGISTRO: ' WS-CONTA-REG
                       ' - ALUNO ID: ' WS-ID-ALUNO
           END-IF.
       P430-LISTA-REGISTRO-FIM.

      *UNIDADE DO ALUNO (ZERO OU INVALIDA = SEDE) E AUTORIZACAO DO
      *OPERADOR NELA, CONSULTADA SO NA PRIMEIRA VEZ.
       P435-CONFERE-UNIDADE.
           IF CD-UNIDADE-ALUNO IS NUMERIC AND
              CD-UNIDADE-ALUNO IS GREATER THAN ZEROS THEN
               MOVE CD-UNIDADE-ALUNO TO WS-IND-UNIDADE
           ELSE
               MOVE 01 TO WS-IND-UNIDADE
           END-IF.
           IF WS-AUT-UNIDADE (WS-IND-UNIDADE) EQUAL SPACE THEN
               MOVE WS-COM-OPERADOR TO WS-UN-OPERADOR
               MOVE WS-IND-UNIDADE  TO WS-UN-UNIDADE
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
               MOVE WS-UN-SITUACAO  TO WS-AUT-UNIDADE (WS-IND-UNIDADE)
           END-IF.
       P435-CONFERE-UNIDADE-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE LEITURA. APLICACAO FINALIZADA.'
           END-DISPLAY.
