      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      21/08/2023.
      * Purpose:   REGISTRO DE ATENDIMENTOS (ATENDIM.DAT/CFPK0084) -
      *            ANOTA CADA CONVERSA COM UM CONTATO (E/OU COM O
      *            ALUNO): DATA E HORA, CANAL, ASSUNTO, RESUMO,
      *            OPERADOR E, QUANDO FICA ALGO PARA DEPOIS, A DATA
      *            DO RETORNO E O RESPONSAVEL POR ELE. AO IDENTIFICAR
      *            O CONTATO OU ALUNO MOSTRA OS ULTIMOS ATENDIMENTOS,
      *            PARA QUEM ATENDE NAO COMECAR DO ZERO. CONSULTA O
      *            HISTORICO POR CONTATO OU POR ALUNO, LISTA OS
      *            RETORNOS EM ABERTO DO OPERADOR E CONCLUI RETORNOS.
      *            O SUPERVISOR VE OS RETORNOS ESCALADOS PELA LISTA
      *            DIARIA (NTATDRET) E PODE REDISTRIBUI-LOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTATDMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATENDIMENTOS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ATENDIMENTO
           ALTERNATE RECORD KEY IS ID-ALUNO-ATD
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-RESP-RETORNO-ATD
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ATD.

           SELECT CONTATOS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CONTATO OF REG-CONTATOS
           FILE  STATUS IS WS-FS-C.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT OPERADOR
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-OPERADOR
           FILE  STATUS IS WS-FS-O.

       DATA DIVISION.
       FILE SECTION.
       FD  ATENDIMENTOS.
           COPY CFPK0084.

       FD  CONTATOS.
           COPY FD_CONTT.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  OPERADOR.
           COPY CFPK0007.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 WS-DH-HORA               PIC 9(06).
           03 FILLER                   PIC X(07).

       77  WS-OPCAO                    PIC X      VALUE SPACE.

      *CODIGOS INFORMADOS NA TELA.
       77  WS-ID-CONTATO               PIC 9(06)  VALUE ZEROS.
       77  WS-ID-ALUNO                 PIC 9(05)  VALUE ZEROS.
       77  WS-ID-RESPONSAVEL           PIC X(10)  VALUE SPACES.
       77  WS-DS-CONCLUSAO             PIC X(40)  VALUE SPACES.
       77  WS-QT-LISTADOS              PIC 9(05)  VALUE ZEROS.
       77  WS-AVISO-RETORNO            PIC X(08)  VALUE SPACES.

      *DATA SENDO PEDIDA/VALIDADA E AREA DO PGDTAVAL.
       01  WS-DATA-PEDIDA              PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DATA-PEDIDA.
           03 WS-DP-ANO                PIC 9(04).
           03 WS-DP-MES                PIC 9(02).
           03 WS-DP-DIA                PIC 9(02).

       01  WS-PARM-VALIDA-DATA.
           03 WS-VD-DATA               PIC X(10).
           03 WS-VD-VALIDA             PIC 9(01).
               88 WS-VD-VALIDA-OK      VALUE 1.

      *ULTIMOS ATENDIMENTOS DO CONTATO OU ALUNO: A VARREDURA GUARDA
      *OS TRES MAIS RECENTES, O MAIS NOVO NA PRIMEIRA POSICAO.
       01  WS-TABELA-ULTIMOS.
           03 WS-ULTIMO                PIC X(243) OCCURS 3 TIMES.
       77  WS-QT-ULTIMOS               PIC 9(01)  VALUE ZEROS.
       77  WS-IND-ULTIMO               PIC 9(01)  VALUE ZEROS.

       77  WS-EOF-ATD                  PIC X.
           88 WS-EOF-ATD-OK            VALUE 'S' FALSE 'N'.

       77  WS-VALIDO                   PIC X.
           88 WS-VALIDO-OK             VALUE 'S' FALSE 'N'.

       77  WS-O-ABERTO                 PIC X.
           88 WS-O-ABERTO-OK           VALUE 'S' FALSE 'N'.

       77  WS-FS-ATD                   PIC 99.
           88 WS-FS-ATD-OK             VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-O                     PIC 99.
           88 WS-FS-O-OK               VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).
           03 WS-COM-NIVEL             PIC 9(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO     THRU P100-INICIO-FIM.
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM
                   UNTIL WS-OPCAO  EQUAL '9'.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-ATD WS-FS-C WS-FS-A WS-FS-O
                      WS-DATA-HORA-ATUAL WS-TABELA-ULTIMOS
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ATENDIM.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\CONTATOS.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\OPERADOR.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O ATENDIMENTOS.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-ATD-OK THEN
               OPEN OUTPUT ATENDIMENTOS
               CLOSE ATENDIMENTOS
               OPEN I-O ATENDIMENTOS
           END-IF.
           IF NOT WS-FS-ATD-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT CONTATOS.
           OPEN INPUT ALUNOS.
      *SEM O CADASTRO DE OPERADORES O RESPONSAVEL DO RETORNO E
      *ACEITO SEM CONFERENCIA.
           SET WS-O-ABERTO-OK TO FALSE.
           OPEN INPUT OPERADOR.
           IF WS-FS-O-OK THEN
               SET WS-O-ABERTO-OK TO TRUE
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P500-REGISTRA THRU P500-REGISTRA-FIM
               WHEN '2'
                   PERFORM P520-HISTORICO-CONTATO
                           THRU P520-HISTORICO-CONTATO-FIM
               WHEN '3'
                   PERFORM P530-HISTORICO-ALUNO
                           THRU P530-HISTORICO-ALUNO-FIM
               WHEN '4'
                   PERFORM P540-MEUS-RETORNOS
                           THRU P540-MEUS-RETORNOS-FIM
               WHEN '5'
                   PERFORM P550-CONCLUI-RETORNO
                           THRU P550-CONCLUI-RETORNO-FIM
               WHEN '6'
                   IF WS-COM-NIVEL NOT EQUAL 2 THEN
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                       END-DISPLAY
                   ELSE
                       PERFORM P560-REDISTRIBUI
                               THRU P560-REDISTRIBUI-FIM
                   END-IF
               WHEN '7'
                   IF WS-COM-NIVEL NOT EQUAL 2 THEN
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                       END-DISPLAY
                   ELSE
                       PERFORM P570-ESCALADOS
                               THRU P570-ESCALADOS-FIM
                   END-IF
               WHEN '9'
                   DISPLAY 'ATENDIMENTOS ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '******** ATENDIMENTOS *********'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - REGISTRAR ATENDIMENTO  |'.
           DISPLAY '|<2> - HISTORICO DO CONTATO   |'.
           DISPLAY '|<3> - HISTORICO DO ALUNO     |'.
           DISPLAY '|<4> - MEUS RETORNOS ABERTOS  |'.
           DISPLAY '|<5> - CONCLUIR RETORNO       |'.
           DISPLAY '|<6> - REDISTRIBUIR (SUPERV.) |'.
           DISPLAY '|<7> - ESCALADOS (SUPERV.)    |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *REGISTRA UM ATENDIMENTO. CONTATO E ALUNO SAO OPCIONAIS, MAS AO
      *MENOS UM DOS DOIS E EXIGIDO; IDENTIFICADO O CONTATO (OU, SEM
      *ELE, O ALUNO), OS ULTIMOS ATENDIMENTOS SAO MOSTRADOS ANTES DE
      *PEDIR O NOVO.
       P500-REGISTRA.
           DISPLAY 'CODIGO DO CONTATO (ZERO = SO O ALUNO)...: '
           END-DISPLAY.
           ACCEPT WS-ID-CONTATO
           END-ACCEPT.
           IF WS-ID-CONTATO IS GREATER THAN ZEROS THEN
               MOVE WS-ID-CONTATO TO ID-CONTATO OF REG-CONTATOS
               READ CONTATOS
                   INVALID KEY
                       DISPLAY 'CONTATO NAO LOCALIZADO.'
                       END-DISPLAY
                       GO TO P500-REGISTRA-FIM
               END-READ
               DISPLAY 'CONTATO: ' NM-CONTATO
               END-DISPLAY
           END-IF.
           DISPLAY 'CODIGO DO ALUNO (ZERO = NENHUM).........: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           IF WS-ID-CONTATO EQUAL ZEROS AND
              WS-ID-ALUNO EQUAL ZEROS THEN
               DISPLAY 'INFORME O CONTATO OU O ALUNO.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           IF WS-ID-ALUNO IS GREATER THAN ZEROS THEN
               MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO
               READ ALUNOS
                   INVALID KEY
                       DISPLAY 'ALUNO NAO LOCALIZADO.'
                       END-DISPLAY
                       GO TO P500-REGISTRA-FIM
               END-READ
               DISPLAY 'ALUNO..: ' NM-ALUNO OF REG-ALUNO
               END-DISPLAY
           END-IF.
           IF WS-ID-CONTATO IS GREATER THAN ZEROS THEN
               PERFORM P600-ULTIMOS-CONTATO
                       THRU P600-ULTIMOS-CONTATO-FIM
           ELSE
               PERFORM P610-ULTIMOS-ALUNO
                       THRU P610-ULTIMOS-ALUNO-FIM
           END-IF.
           PERFORM P620-MOSTRA-ULTIMOS THRU P620-MOSTRA-ULTIMOS-FIM.

           INITIALIZE REG-ATENDIMENTO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-ID-CONTATO TO ID-CONTATO-ATD.
           MOVE WS-ID-ALUNO   TO ID-ALUNO-ATD.
           DISPLAY 'CANAL (T=TELEFONE P=PRESENCIAL E=E-MAIL '
                   'M=MENSAGEM C=CARTA): '
           END-DISPLAY.
           ACCEPT CD-CANAL-ATD
           END-ACCEPT.
           IF NOT CD-CANAL-ATD-VALIDO THEN
               DISPLAY 'CANAL INVALIDO.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           DISPLAY 'ASSUNTO (FI=FINANCEIRO MA=MATRICULA AC=ACADEMICO '
                   'DO=DOCUMENTOS DI=DISCIPLINAR SA=SAUDE '
                   'OU=OUTROS): '
           END-DISPLAY.
           ACCEPT CD-ASSUNTO-ATD
           END-ACCEPT.
           IF NOT CD-ASSUNTO-ATD-VALIDO THEN
               DISPLAY 'ASSUNTO INVALIDO.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           DISPLAY 'RESUMO DA CONVERSA (LINHA 1 DE 2)......: '
           END-DISPLAY.
           ACCEPT DS-RESUMO-ATD-LINHA (1)
           END-ACCEPT.
           IF DS-RESUMO-ATD-LINHA (1) EQUAL SPACES THEN
               DISPLAY 'O RESUMO E OBRIGATORIO.'
               END-DISPLAY
               GO TO P500-REGISTRA-FIM
           END-IF.
           DISPLAY 'RESUMO DA CONVERSA (LINHA 2 DE 2)......: '
           END-DISPLAY.
           ACCEPT DS-RESUMO-ATD-LINHA (2)
           END-ACCEPT.
           DISPLAY 'DATA DO RETORNO (AAAAMMDD, ZERO = SEM RETORNO): '
           END-DISPLAY.
           PERFORM P450-PEDE-DATA THRU P450-PEDE-DATA-FIM
                   WITH TEST AFTER
                   UNTIL WS-VALIDO-OK.
           MOVE WS-DATA-PEDIDA TO DT-RETORNO-ATD.
           IF DT-RETORNO-ATD IS GREATER THAN ZEROS THEN
               DISPLAY 'RESPONSAVEL PELO RETORNO (BRANCO = VOCE): '
               END-DISPLAY
               PERFORM P460-PEDE-RESPONSAVEL
                       THRU P460-PEDE-RESPONSAVEL-FIM
                       WITH TEST AFTER
                       UNTIL WS-VALIDO-OK
               MOVE WS-ID-RESPONSAVEL TO ID-RESP-RETORNO-ATD
               SET ST-RETORNO-ATD-PENDENTE TO TRUE
           END-IF.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-ATD.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO DT-ATD.
           MOVE WS-DH-HORA TO HR-ATD.
           WRITE REG-ATENDIMENTO
               INVALID KEY
                   DISPLAY 'JA HA ATENDIMENTO DESTE CONTATO NESTE '
                           'SEGUNDO. REGISTRE NOVAMENTE.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'ATENDIMENTO REGISTRADO: ' ID-CONTATO-ATD
                           ' ' DT-ATD ' ' HR-ATD
                   END-DISPLAY
           END-WRITE.
       P500-REGISTRA-FIM.
           EXIT.

      *PEDE A DATA DO RETORNO (AAAAMMDD) E VALIDA COM O PGDTAVAL: ZERO
      *(SEM RETORNO) OU DATA VALIDA A PARTIR DE HOJE. O RESULTADO
      *FICA EM WS-DATA-PEDIDA.
       P450-PEDE-DATA.
           SET WS-VALIDO-OK TO TRUE.
           ACCEPT WS-DATA-PEDIDA
           END-ACCEPT.
           IF WS-DATA-PEDIDA EQUAL ZEROS THEN
               GO TO P450-PEDE-DATA-FIM
           END-IF.
           MOVE ZERO TO WS-VD-VALIDA.
           MOVE SPACES TO WS-VD-DATA.
           STRING WS-DP-DIA '/' WS-DP-MES '/' WS-DP-ANO
                  DELIMITED BY SIZE
                  INTO WS-VD-DATA
           END-STRING.
           CALL 'PGDTAVAL' USING WS-PARM-VALIDA-DATA.
           IF NOT WS-VD-VALIDA-OK OR
              WS-DATA-PEDIDA IS LESS THAN WS-DH-DATA THEN
               SET WS-VALIDO-OK TO FALSE
               DISPLAY 'DATA INVALIDA OU JA PASSADA. DIGITE '
                       'NOVAMENTE: '
               END-DISPLAY
           END-IF.
       P450-PEDE-DATA-FIM.
           EXIT.

      *PEDE O RESPONSAVEL PELO RETORNO E CONFERE NO CADASTRO DE
      *OPERADORES. O RESULTADO FICA EM WS-ID-RESPONSAVEL.
       P460-PEDE-RESPONSAVEL.
           SET WS-VALIDO-OK TO TRUE.
           MOVE SPACES TO WS-ID-RESPONSAVEL.
           ACCEPT WS-ID-RESPONSAVEL
           END-ACCEPT.
           IF WS-ID-RESPONSAVEL EQUAL SPACES THEN
               MOVE WS-COM-OPERADOR TO WS-ID-RESPONSAVEL
           END-IF.
           IF NOT WS-O-ABERTO-OK THEN
               GO TO P460-PEDE-RESPONSAVEL-FIM
           END-IF.
           MOVE WS-ID-RESPONSAVEL TO ID-OPERADOR.
           READ OPERADOR
               INVALID KEY
                   SET WS-VALIDO-OK TO FALSE
                   DISPLAY 'OPERADOR NAO CADASTRADO. DIGITE '
                           'NOVAMENTE: '
                   END-DISPLAY
           END-READ.
       P460-PEDE-RESPONSAVEL-FIM.
           EXIT.

      *HISTORICO COMPLETO DO CONTATO, DO MAIS ANTIGO AO MAIS NOVO.
       P520-HISTORICO-CONTATO.
           DISPLAY 'CODIGO DO CONTATO.......................: '
           END-DISPLAY.
           ACCEPT WS-ID-CONTATO
           END-ACCEPT.
           MOVE ZEROS TO WS-QT-LISTADOS.
           SET WS-EOF-ATD-OK TO FALSE.
           MOVE WS-ID-CONTATO TO ID-CONTATO-ATD.
           MOVE ZEROS         TO DT-HR-ATD.
           START ATENDIMENTOS KEY IS NOT LESS THAN CH-ATENDIMENTO
               INVALID KEY
                   SET WS-EOF-ATD-OK TO TRUE
           END-START.
           PERFORM P525-LE-HIST-CONTATO
                   THRU P525-LE-HIST-CONTATO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATD-OK.
           IF WS-QT-LISTADOS EQUAL ZEROS THEN
               DISPLAY '(SEM ATENDIMENTOS REGISTRADOS)'
               END-DISPLAY
           END-IF.
       P520-HISTORICO-CONTATO-FIM.
           EXIT.

       P525-LE-HIST-CONTATO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-ATD-OK TO TRUE
                   GO TO P525-LE-HIST-CONTATO-FIM
           END-READ.
           IF ID-CONTATO-ATD NOT EQUAL WS-ID-CONTATO THEN
               SET WS-EOF-ATD-OK TO TRUE
               GO TO P525-LE-HIST-CONTATO-FIM
           END-IF.
           ADD 1 TO WS-QT-LISTADOS.
           PERFORM P630-MOSTRA-ATENDIMENTO
                   THRU P630-MOSTRA-ATENDIMENTO-FIM.
       P525-LE-HIST-CONTATO-FIM.
           EXIT.

      *HISTORICO COMPLETO DO ALUNO, PELA CHAVE ALTERNATIVA.
       P530-HISTORICO-ALUNO.
           DISPLAY 'CODIGO DO ALUNO.........................: '
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE ZEROS TO WS-QT-LISTADOS.
           SET WS-EOF-ATD-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-ATD.
           START ATENDIMENTOS KEY IS EQUAL TO ID-ALUNO-ATD
               INVALID KEY
                   SET WS-EOF-ATD-OK TO TRUE
           END-START.
           PERFORM P535-LE-HIST-ALUNO THRU P535-LE-HIST-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATD-OK.
           IF WS-QT-LISTADOS EQUAL ZEROS THEN
               DISPLAY '(SEM ATENDIMENTOS REGISTRADOS)'
               END-DISPLAY
           END-IF.
       P530-HISTORICO-ALUNO-FIM.
           EXIT.

       P535-LE-HIST-ALUNO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-ATD-OK TO TRUE
                   GO TO P535-LE-HIST-ALUNO-FIM
           END-READ.
           IF ID-ALUNO-ATD NOT EQUAL WS-ID-ALUNO THEN
               SET WS-EOF-ATD-OK TO TRUE
               GO TO P535-LE-HIST-ALUNO-FIM
           END-IF.
           ADD 1 TO WS-QT-LISTADOS.
           PERFORM P630-MOSTRA-ATENDIMENTO
                   THRU P630-MOSTRA-ATENDIMENTO-FIM.
       P535-LE-HIST-ALUNO-FIM.
           EXIT.

      *RETORNOS EM ABERTO (PENDENTES OU ESCALADOS) DO OPERADOR, PELA
      *CHAVE ALTERNATIVA DO RESPONSAVEL.
       P540-MEUS-RETORNOS.
           MOVE ZEROS TO WS-QT-LISTADOS.
           SET WS-EOF-ATD-OK TO FALSE.
           MOVE WS-COM-OPERADOR TO ID-RESP-RETORNO-ATD.
           START ATENDIMENTOS KEY IS EQUAL TO ID-RESP-RETORNO-ATD
               INVALID KEY
                   SET WS-EOF-ATD-OK TO TRUE
           END-START.
           PERFORM P545-LE-RETORNO THRU P545-LE-RETORNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATD-OK.
           IF WS-QT-LISTADOS EQUAL ZEROS THEN
               DISPLAY '(SEM RETORNOS EM ABERTO)'
               END-DISPLAY
           END-IF.
       P540-MEUS-RETORNOS-FIM.
           EXIT.

       P545-LE-RETORNO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-ATD-OK TO TRUE
                   GO TO P545-LE-RETORNO-FIM
           END-READ.
           IF ID-RESP-RETORNO-ATD NOT EQUAL WS-COM-OPERADOR THEN
               SET WS-EOF-ATD-OK TO TRUE
               GO TO P545-LE-RETORNO-FIM
           END-IF.
           IF NOT ST-RETORNO-ATD-EM-ABERTO THEN
               GO TO P545-LE-RETORNO-FIM
           END-IF.
           ADD 1 TO WS-QT-LISTADOS.
           PERFORM P640-MOSTRA-RETORNO THRU P640-MOSTRA-RETORNO-FIM.
       P545-LE-RETORNO-FIM.
           EXIT.

      *CONCLUI UM RETORNO EM ABERTO. SO O RESPONSAVEL OU UM
      *SUPERVISOR.
       P550-CONCLUI-RETORNO.
           PERFORM P470-PEDE-CHAVE THRU P470-PEDE-CHAVE-FIM.
           IF NOT WS-VALIDO-OK THEN
               GO TO P550-CONCLUI-RETORNO-FIM
           END-IF.
           IF ID-RESP-RETORNO-ATD NOT EQUAL WS-COM-OPERADOR AND
              WS-COM-NIVEL NOT EQUAL 2 THEN
               DISPLAY 'RETORNO DE OUTRO RESPONSAVEL: SO ELE OU UM '
                       'SUPERVISOR PODE CONCLUIR.'
               END-DISPLAY
               GO TO P550-CONCLUI-RETORNO-FIM
           END-IF.
           DISPLAY 'DESFECHO DO RETORNO....................: '
           END-DISPLAY.
           MOVE SPACES TO WS-DS-CONCLUSAO.
           ACCEPT WS-DS-CONCLUSAO
           END-ACCEPT.
           IF WS-DS-CONCLUSAO EQUAL SPACES THEN
               DISPLAY 'O DESFECHO E OBRIGATORIO.'
               END-DISPLAY
               GO TO P550-CONCLUI-RETORNO-FIM
           END-IF.
           SET ST-RETORNO-ATD-CONCLUIDO TO TRUE.
           MOVE WS-DH-DATA       TO DT-CONCLUSAO-ATD.
           MOVE WS-COM-OPERADOR  TO ID-OPERADOR-CONCL-ATD.
           MOVE WS-DS-CONCLUSAO  TO DS-CONCLUSAO-ATD.
           REWRITE REG-ATENDIMENTO
               INVALID KEY
                   DISPLAY 'NAO FOI POSSIVEL CONCLUIR. FILE STATUS: '
                           WS-FS-ATD
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'RETORNO CONCLUIDO.'
                   END-DISPLAY
           END-REWRITE.
       P550-CONCLUI-RETORNO-FIM.
           EXIT.

      *REDISTRIBUICAO PELO SUPERVISOR: NOVA DATA E NOVO RESPONSAVEL;
      *O RETORNO ESCALADO VOLTA A PENDENTE (A DATA DA ESCALADA FICA
      *GUARDADA).
       P560-REDISTRIBUI.
           PERFORM P470-PEDE-CHAVE THRU P470-PEDE-CHAVE-FIM.
           IF NOT WS-VALIDO-OK THEN
               GO TO P560-REDISTRIBUI-FIM
           END-IF.
           DISPLAY 'NOVA DATA DO RETORNO (AAAAMMDD)........: '
           END-DISPLAY.
           PERFORM P450-PEDE-DATA THRU P450-PEDE-DATA-FIM
                   WITH TEST AFTER
                   UNTIL WS-VALIDO-OK.
           IF WS-DATA-PEDIDA EQUAL ZEROS THEN
               DISPLAY 'REDISTRIBUICAO CANCELADA.'
               END-DISPLAY
               GO TO P560-REDISTRIBUI-FIM
           END-IF.
           DISPLAY 'NOVO RESPONSAVEL (BRANCO = VOCE).......: '
           END-DISPLAY.
           PERFORM P460-PEDE-RESPONSAVEL
                   THRU P460-PEDE-RESPONSAVEL-FIM
                   WITH TEST AFTER
                   UNTIL WS-VALIDO-OK.
           MOVE WS-DATA-PEDIDA    TO DT-RETORNO-ATD.
           MOVE WS-ID-RESPONSAVEL TO ID-RESP-RETORNO-ATD.
           SET ST-RETORNO-ATD-PENDENTE TO TRUE.
           REWRITE REG-ATENDIMENTO
               INVALID KEY
                   DISPLAY 'NAO FOI POSSIVEL REDISTRIBUIR. FILE '
                           'STATUS: ' WS-FS-ATD
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'RETORNO REDISTRIBUIDO.'
                   END-DISPLAY
           END-REWRITE.
       P560-REDISTRIBUI-FIM.
           EXIT.

      *PEDE A CHAVE DE UM ATENDIMENTO (CONTATO, DATA E HORA, COMO
      *SAEM NAS LISTAS), LE E CONFERE QUE O RETORNO ESTA EM ABERTO.
       P470-PEDE-CHAVE.
           SET WS-VALIDO-OK TO FALSE.
           DISPLAY 'CODIGO DO CONTATO DO ATENDIMENTO........: '
           END-DISPLAY.
           ACCEPT ID-CONTATO-ATD
           END-ACCEPT.
           DISPLAY 'DATA DO ATENDIMENTO (AAAAMMDD)..........: '
           END-DISPLAY.
           ACCEPT DT-ATD
           END-ACCEPT.
           DISPLAY 'HORA DO ATENDIMENTO (HHMMSS)............: '
           END-DISPLAY.
           ACCEPT HR-ATD
           END-ACCEPT.
           READ ATENDIMENTOS
               INVALID KEY
                   DISPLAY 'ATENDIMENTO NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P470-PEDE-CHAVE-FIM
           END-READ.
           PERFORM P630-MOSTRA-ATENDIMENTO
                   THRU P630-MOSTRA-ATENDIMENTO-FIM.
           IF NOT ST-RETORNO-ATD-EM-ABERTO THEN
               DISPLAY 'ATENDIMENTO SEM RETORNO EM ABERTO.'
               END-DISPLAY
               GO TO P470-PEDE-CHAVE-FIM
           END-IF.
           SET WS-VALIDO-OK TO TRUE.
       P470-PEDE-CHAVE-FIM.
           EXIT.

      *RETORNOS ESCALADOS DE TODOS OS RESPONSAVEIS.
       P570-ESCALADOS.
           MOVE ZEROS TO WS-QT-LISTADOS.
           SET WS-EOF-ATD-OK TO FALSE.
           MOVE ZEROS TO CH-ATENDIMENTO.
           START ATENDIMENTOS KEY IS NOT LESS THAN CH-ATENDIMENTO
               INVALID KEY
                   SET WS-EOF-ATD-OK TO TRUE
           END-START.
           PERFORM P575-LE-ESCALADO THRU P575-LE-ESCALADO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATD-OK.
           IF WS-QT-LISTADOS EQUAL ZEROS THEN
               DISPLAY '(SEM RETORNOS ESCALADOS)'
               END-DISPLAY
           END-IF.
       P570-ESCALADOS-FIM.
           EXIT.

       P575-LE-ESCALADO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-ATD-OK TO TRUE
                   GO TO P575-LE-ESCALADO-FIM
           END-READ.
           IF NOT ST-RETORNO-ATD-ESCALADO THEN
               GO TO P575-LE-ESCALADO-FIM
           END-IF.
           ADD 1 TO WS-QT-LISTADOS.
           PERFORM P640-MOSTRA-RETORNO THRU P640-MOSTRA-RETORNO-FIM.
       P575-LE-ESCALADO-FIM.
           EXIT.

      *GUARDA OS TRES ATENDIMENTOS MAIS RECENTES DO CONTATO.
       P600-ULTIMOS-CONTATO.
           MOVE ZEROS TO WS-QT-ULTIMOS.
           SET WS-EOF-ATD-OK TO FALSE.
           MOVE WS-ID-CONTATO TO ID-CONTATO-ATD.
           MOVE ZEROS         TO DT-HR-ATD.
           START ATENDIMENTOS KEY IS NOT LESS THAN CH-ATENDIMENTO
               INVALID KEY
                   SET WS-EOF-ATD-OK TO TRUE
           END-START.
           PERFORM P605-LE-ULTIMO-CONTATO
                   THRU P605-LE-ULTIMO-CONTATO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATD-OK.
       P600-ULTIMOS-CONTATO-FIM.
           EXIT.

       P605-LE-ULTIMO-CONTATO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-ATD-OK TO TRUE
                   GO TO P605-LE-ULTIMO-CONTATO-FIM
           END-READ.
           IF ID-CONTATO-ATD NOT EQUAL WS-ID-CONTATO THEN
               SET WS-EOF-ATD-OK TO TRUE
               GO TO P605-LE-ULTIMO-CONTATO-FIM
           END-IF.
           PERFORM P615-GUARDA-ULTIMO THRU P615-GUARDA-ULTIMO-FIM.
       P605-LE-ULTIMO-CONTATO-FIM.
           EXIT.

      *GUARDA OS TRES ATENDIMENTOS MAIS RECENTES DO ALUNO.
       P610-ULTIMOS-ALUNO.
           MOVE ZEROS TO WS-QT-ULTIMOS.
           SET WS-EOF-ATD-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-ATD.
           START ATENDIMENTOS KEY IS EQUAL TO ID-ALUNO-ATD
               INVALID KEY
                   SET WS-EOF-ATD-OK TO TRUE
           END-START.
           PERFORM P612-LE-ULTIMO-ALUNO
                   THRU P612-LE-ULTIMO-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATD-OK.
       P610-ULTIMOS-ALUNO-FIM.
           EXIT.

       P612-LE-ULTIMO-ALUNO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-ATD-OK TO TRUE
                   GO TO P612-LE-ULTIMO-ALUNO-FIM
           END-READ.
           IF ID-ALUNO-ATD NOT EQUAL WS-ID-ALUNO THEN
               SET WS-EOF-ATD-OK TO TRUE
               GO TO P612-LE-ULTIMO-ALUNO-FIM
           END-IF.
           PERFORM P615-GUARDA-ULTIMO THRU P615-GUARDA-ULTIMO-FIM.
       P612-LE-ULTIMO-ALUNO-FIM.
           EXIT.

      *EMPURRA OS GUARDADOS UMA POSICAO E POE O LIDO NA PRIMEIRA.
       P615-GUARDA-ULTIMO.
           MOVE WS-ULTIMO (2)   TO WS-ULTIMO (3).
           MOVE WS-ULTIMO (1)   TO WS-ULTIMO (2).
           MOVE REG-ATENDIMENTO TO WS-ULTIMO (1).
           IF WS-QT-ULTIMOS IS LESS THAN 3 THEN
               ADD 1 TO WS-QT-ULTIMOS
           END-IF.
       P615-GUARDA-ULTIMO-FIM.
           EXIT.

       P620-MOSTRA-ULTIMOS.
           DISPLAY '===== ULTIMOS ATENDIMENTOS ====='
           END-DISPLAY.
           IF WS-QT-ULTIMOS EQUAL ZEROS THEN
               DISPLAY '(SEM ATENDIMENTOS REGISTRADOS)'
               END-DISPLAY
               GO TO P620-MOSTRA-ULTIMOS-FIM
           END-IF.
           PERFORM P625-MOSTRA-ULTIMO THRU P625-MOSTRA-ULTIMO-FIM
                   VARYING WS-IND-ULTIMO FROM 1 BY 1
                   UNTIL WS-IND-ULTIMO IS GREATER THAN WS-QT-ULTIMOS.
       P620-MOSTRA-ULTIMOS-FIM.
           EXIT.

       P625-MOSTRA-ULTIMO.
           MOVE WS-ULTIMO (WS-IND-ULTIMO) TO REG-ATENDIMENTO.
           PERFORM P630-MOSTRA-ATENDIMENTO
                   THRU P630-MOSTRA-ATENDIMENTO-FIM.
       P625-MOSTRA-ULTIMO-FIM.
           EXIT.

       P630-MOSTRA-ATENDIMENTO.
           DISPLAY ID-CONTATO-ATD ' ' DT-ATD ' ' HR-ATD
                   ' ALUNO ' ID-ALUNO-ATD
                   ' CANAL ' CD-CANAL-ATD
                   ' ASSUNTO ' CD-ASSUNTO-ATD
                   ' POR ' ID-OPERADOR-ATD
           END-DISPLAY.
           DISPLAY '   ' DS-RESUMO-ATD-LINHA (1)
           END-DISPLAY.
           IF DS-RESUMO-ATD-LINHA (2) NOT EQUAL SPACES THEN
               DISPLAY '   ' DS-RESUMO-ATD-LINHA (2)
               END-DISPLAY
           END-IF.
           IF NOT ST-RETORNO-ATD-SEM THEN
               DISPLAY '   RETORNO ' DT-RETORNO-ATD
                       ' COM ' ID-RESP-RETORNO-ATD
                       ' SITUACAO ' ST-RETORNO-ATD
                       ' ' DS-CONCLUSAO-ATD
               END-DISPLAY
           END-IF.
       P630-MOSTRA-ATENDIMENTO-FIM.
           EXIT.

      *LINHA DE RETORNO EM ABERTO, COM O AVISO DE VENCIDO.
       P640-MOSTRA-RETORNO.
           IF DT-RETORNO-ATD IS LESS THAN WS-DH-DATA THEN
               MOVE 'VENCIDO' TO WS-AVISO-RETORNO
           ELSE
               MOVE SPACES    TO WS-AVISO-RETORNO
           END-IF.
           DISPLAY 'RETORNO ' DT-RETORNO-ATD ' ' ST-RETORNO-ATD
                   ' ' WS-AVISO-RETORNO
                   ' COM ' ID-RESP-RETORNO-ATD
                   ' - ATENDIMENTO ' ID-CONTATO-ATD ' ' DT-ATD
                   ' ' HR-ATD ' ALUNO ' ID-ALUNO-ATD
                   ' ' CD-ASSUNTO-ATD
           END-DISPLAY.
           DISPLAY '   ' DS-RESUMO-ATD-LINHA (1)
           END-DISPLAY.
       P640-MOSTRA-RETORNO-FIM.
           EXIT.

       P420-FECHA-ARQ.
           CLOSE ATENDIMENTOS.
           CLOSE CONTATOS.
           CLOSE ALUNOS.
           IF WS-O-ABERTO-OK THEN
               CLOSE OPERADOR
           END-IF.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS ATENDIM...: ' WS-FS-ATD
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTATDMAN.
