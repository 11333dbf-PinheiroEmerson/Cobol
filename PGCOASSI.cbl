      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      11/09/2023.
      * Purpose:   CO-ASSINATURA DE SUPERVISOR (QUATRO OLHOS) - ROTINA
      *            CHAMADA PELOS UTILITARIOS DE EFEITO IRREVERSIVEL
      *            (NTLGPDEL, NTAUDRES, NTBCKOUT, NTBKPRST, NTFINRAJ,
      *            NTPARMAN) DEPOIS DA CONFIRMACAO DO OPERADOR E ANTES
      *            DE GRAVAR QUALQUER COISA. SE O PROGRAMA EXIGE
      *            CO-ASSINATURA, PEDE NO MESMO TERMINAL O CODIGO E A
      *            SENHA DE UM SEGUNDO SUPERVISOR, DIFERENTE DO
      *            OPERADOR LOGADO, CONFERIDOS EM OPERADOR.DAT (SENHA
      *            CIFRADA PELO PGSENHAC, COMO NO LOGIN).
      *            QUAIS PROGRAMAS EXIGEM A CO-ASSINATURA FICA NA
      *            TABELA DE PARAMETROS (PARAMETRO.DAT, MANTIDA PELO
      *            NTPARMAN): COASSINA-<PROGRAMA> = 1 EXIGE, 0
      *            DISPENSA; SEM O PARAMETRO, EXIGE.
      *            CADA TENTATIVA RECUSADA VAI PARA A AUDITORIA COM A
      *            OPERACAO COASSRECUS (RELATORIO DE SEGURANCA DO
      *            NTAUDREL) E A CO-ASSINATURA CONCEDIDA COM A OPERACAO
      *            COASSINADA; A CONCEDIDA TAMBEM E REGISTRADA NO LOG DE
      *            JOBS (PGJOBLOG), AMBAS COM OS DOIS OPERADORES.
      *            DEVOLVE LK-RESULTADO: 'S' = CO-ASSINADO (COM O
      *            CO-ASSINANTE EM LK-COASSINANTE), 'N' = RECUSADO,
      *            'D' = DISPENSADO PELA TABELA.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGCOASSI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-OPERADOR
           FILE  STATUS IS WS-FS-OPER.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR.
           COPY CFPK0007.

       FD  AUDITORIA.
           COPY CFPK0006.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

       01  WS-PARM-SENHA.
           03 WS-SENHA-CLARA           PIC X(10).
           03 WS-SENHA-CIFRADA         PIC X(10).

      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO), QUE LEVA O
      *CO-ASSINANTE TENTADO PARA O REGISTRO.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

      *AREA DO LOG DE JOBS (PGJOBLOG) PARA A CO-ASSINATURA CONCEDIDA.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE SPACES.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'COASSINADO'.

       01  WS-DATA-HORA-AUD            PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-AUD.
           03 WS-DA-ANO                PIC 9(04).
           03 WS-DA-MES                PIC 9(02).
           03 WS-DA-DIA                PIC 9(02).
           03 WS-DA-HORA               PIC 9(02).
           03 WS-DA-MIN                PIC 9(02).
           03 WS-DA-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-AUD.
           03 WS-DA-COMPLETA           PIC 9(14).
           03 FILLER                   PIC X(07).

       77  WS-ID-COASSINANTE           PIC X(10) VALUE SPACES.
       77  WS-SENHA-DIGITADA           PIC X(10) VALUE SPACES.
       77  WS-MOTIVO                   PIC X(40) VALUE SPACES.
       77  WS-TP-OPERACAO              PIC X(10) VALUE SPACES.

      *MESMO LIMITE DE TENTATIVAS DO LOGIN.
       77  WS-TENTATIVAS               PIC 9(06) VALUE ZEROS.
       77  WS-LIMITE-TENTATIVAS        PIC 9(06) VALUE 3.

       77  WS-DESISTIU                 PIC X(01) VALUE 'N'.
           88 WS-DESISTIU-OK           VALUE 'S' FALSE 'N'.

       77  WS-FS-OPER                  PIC 99.
           88 WS-FS-OPER-OK            VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-COASSINA.
           03 LK-PROGRAMA              PIC X(08).
           03 LK-OPERADOR              PIC X(10).
           03 LK-COASSINANTE           PIC X(10).
           03 LK-RESULTADO             PIC X(01).
               88 LK-COASSINADO        VALUE 'S'.
               88 LK-RECUSADO          VALUE 'N'.
               88 LK-DISPENSADO        VALUE 'D'.

       PROCEDURE DIVISION USING LK-PARM-COASSINA.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO THRU P100-INICIO-FIM.
           IF NOT LK-DISPENSADO THEN
               PERFORM P200-COASSINA THRU P200-COASSINA-FIM
           END-IF.
           GOBACK.
       P001-MAIN-FIM.

       COPY CFCFG002.

      *CONSULTA A TABELA: O PROGRAMA EXIGE A CO-ASSINATURA?
       P100-INICIO.
           MOVE SPACES TO LK-COASSINANTE.
           SET LK-RECUSADO TO TRUE.
           SET WS-DESISTIU-OK TO FALSE.
           MOVE ZEROS  TO WS-TENTATIVAS.
           MOVE SPACES TO WS-PL-NOME.
           STRING 'COASSINA-' LK-PROGRAMA DELIMITED BY SIZE
                  INTO WS-PL-NOME
           END-STRING.
           MOVE 1 TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           IF WS-PL-VALOR EQUAL ZEROS THEN
               SET LK-DISPENSADO TO TRUE
               GO TO P100-INICIO-FIM
           END-IF.
           MOVE 'TENTATIVAS-LOGIN' TO WS-PL-NOME.
           MOVE 3                  TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR        TO WS-LIMITE-TENTATIVAS.
           IF WS-LIMITE-TENTATIVAS EQUAL ZEROS THEN
               MOVE 3 TO WS-LIMITE-TENTATIVAS
           END-IF.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\OPERADOR.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
       P100-INICIO-FIM.
           EXIT.

       P200-COASSINA.
           DISPLAY 'OPERACAO IRREVERSIVEL: EXIGE A CO-ASSINATURA DE '
                   'OUTRO SUPERVISOR NESTE TERMINAL.'
           END-DISPLAY.
           OPEN INPUT OPERADOR.
           IF NOT WS-FS-OPER-OK THEN
               DISPLAY 'ARQUIVO DE OPERADORES NAO ENCONTRADO. '
                       'CO-ASSINATURA IMPOSSIVEL.'
               END-DISPLAY
               MOVE SPACES TO WS-ID-COASSINANTE
               MOVE 'ARQUIVO DE OPERADORES INDISPONIVEL' TO WS-MOTIVO
               MOVE 'COASSRECUS' TO WS-TP-OPERACAO
               PERFORM P300-REGISTRA-AUDITORIA
                       THRU P300-REGISTRA-AUDITORIA-FIM
               GO TO P200-COASSINA-FIM
           END-IF.
           PERFORM P210-PEDE-COASSINANTE
                   THRU P210-PEDE-COASSINANTE-FIM
                   WITH TEST AFTER
                   VARYING WS-TENTATIVAS FROM 1 BY 1
                   UNTIL LK-COASSINADO OR WS-DESISTIU-OK
                      OR WS-TENTATIVAS EQUAL WS-LIMITE-TENTATIVAS.
           CLOSE OPERADOR.
           IF LK-COASSINADO THEN
               DISPLAY 'CO-ASSINADO POR '
                       FUNCTION TRIM (NM-OPERADOR) '.'
               END-DISPLAY
               PERFORM P310-REGISTRA-JOBLOG
                       THRU P310-REGISTRA-JOBLOG-FIM
           ELSE
               DISPLAY 'CO-ASSINATURA RECUSADA. A OPERACAO NAO SERA '
                       'EXECUTADA.'
               END-DISPLAY
           END-IF.
       P200-COASSINA-FIM.
           EXIT.

      *UMA TENTATIVA: CODIGO EM BRANCO DESISTE; CADA RECUSA E
      *REGISTRADA NA AUDITORIA COM O MOTIVO.
       P210-PEDE-COASSINANTE.
           MOVE SPACES TO WS-ID-COASSINANTE WS-SENHA-DIGITADA.
           DISPLAY 'CODIGO DO SUPERVISOR CO-ASSINANTE (BRANCO = '
                   'DESISTIR): '
           END-DISPLAY.
           ACCEPT WS-ID-COASSINANTE
           END-ACCEPT.
           IF WS-ID-COASSINANTE EQUAL SPACES THEN
               SET WS-DESISTIU-OK TO TRUE
               MOVE 'CO-ASSINATURA DESISTIDA' TO WS-MOTIVO
               MOVE 'COASSRECUS' TO WS-TP-OPERACAO
               PERFORM P300-REGISTRA-AUDITORIA
                       THRU P300-REGISTRA-AUDITORIA-FIM
               GO TO P210-PEDE-COASSINANTE-FIM
           END-IF.
           DISPLAY 'SENHA DO SUPERVISOR CO-ASSINANTE..........: '
           END-DISPLAY.
           ACCEPT WS-SENHA-DIGITADA
           END-ACCEPT.
           MOVE 'COASSRECUS' TO WS-TP-OPERACAO.
           IF WS-ID-COASSINANTE EQUAL LK-OPERADOR THEN
               DISPLAY 'O CO-ASSINANTE TEM DE SER OUTRO SUPERVISOR.'
               END-DISPLAY
               MOVE 'CO-ASSINANTE IGUAL AO OPERADOR' TO WS-MOTIVO
               PERFORM P300-REGISTRA-AUDITORIA
                       THRU P300-REGISTRA-AUDITORIA-FIM
               GO TO P210-PEDE-COASSINANTE-FIM
           END-IF.
           MOVE WS-ID-COASSINANTE TO ID-OPERADOR.
           READ OPERADOR
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO.'
                   END-DISPLAY
                   MOVE 'OPERADOR NAO CADASTRADO' TO WS-MOTIVO
                   PERFORM P300-REGISTRA-AUDITORIA
                           THRU P300-REGISTRA-AUDITORIA-FIM
                   GO TO P210-PEDE-COASSINANTE-FIM
           END-READ.
           MOVE WS-SENHA-DIGITADA TO WS-SENHA-CLARA.
           CALL 'PGSENHAC' USING WS-PARM-SENHA.
           IF WS-SENHA-CIFRADA NOT EQUAL SENHA-OPERADOR THEN
               DISPLAY 'SENHA INCORRETA.'
               END-DISPLAY
               MOVE 'SENHA INCORRETA' TO WS-MOTIVO
               PERFORM P300-REGISTRA-AUDITORIA
                       THRU P300-REGISTRA-AUDITORIA-FIM
               GO TO P210-PEDE-COASSINANTE-FIM
           END-IF.
           IF NOT NV-OPERADOR-SUPERVISOR THEN
               DISPLAY 'O CO-ASSINANTE NAO E SUPERVISOR.'
               END-DISPLAY
               MOVE 'CO-ASSINANTE NAO E SUPERVISOR' TO WS-MOTIVO
               PERFORM P300-REGISTRA-AUDITORIA
                       THRU P300-REGISTRA-AUDITORIA-FIM
               GO TO P210-PEDE-COASSINANTE-FIM
           END-IF.
           SET LK-COASSINADO TO TRUE.
           MOVE WS-ID-COASSINANTE TO LK-COASSINANTE.
           MOVE 'COASSINADA' TO WS-TP-OPERACAO.
           MOVE 'CO-ASSINATURA CONCEDIDA' TO WS-MOTIVO.
           PERFORM P300-REGISTRA-AUDITORIA
                   THRU P300-REGISTRA-AUDITORIA-FIM.
       P210-PEDE-COASSINANTE-FIM.
           EXIT.

      *REGISTRA NA AUDITORIA A TENTATIVA (RECUSADA OU CONCEDIDA): O
      *PROGRAMA NA CHAVE, O OPERADOR LOGADO E O CO-ASSINANTE TENTADO
      *NOS CAMPOS DE OPERADOR E O MOTIVO NA IMAGEM DEPOIS.
       P300-REGISTRA-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-AUD.
           MOVE WS-DA-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DA-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DA-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DA-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DA-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DA-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'COASSINA'          TO NM-ARQUIVO-AUDITORIA.
           MOVE WS-TP-OPERACAO      TO TP-OPERACAO-AUDITORIA.
           MOVE LK-PROGRAMA         TO CH-REGISTRO-AUDITORIA.
           MOVE SPACES              TO DS-ANTES-AUDITORIA.
           MOVE WS-MOTIVO           TO DS-DEPOIS-AUDITORIA.
           MOVE LK-OPERADOR         TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           MOVE WS-ID-COASSINANTE   TO WS-EL-COASSINANTE.
           CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
           CLOSE AUDITORIA.
       P300-REGISTRA-AUDITORIA-FIM.
           EXIT.

      *REGISTRA NO LOG DE JOBS A CO-ASSINATURA CONCEDIDA, COM O
      *PROGRAMA CO-ASSINADO E OS DOIS OPERADORES.
       P310-REGISTRA-JOBLOG.
           MOVE LK-PROGRAMA     TO WS-JL-PROGRAMA.
           MOVE LK-OPERADOR     TO WS-JL-OPERADOR.
           MOVE WS-DA-COMPLETA  TO WS-JL-DH-INICIO.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG LK-COASSINANTE.
       P310-REGISTRA-JOBLOG-FIM.
           EXIT.

       END PROGRAM PGCOASSI.
