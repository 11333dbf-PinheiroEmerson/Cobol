      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      07/08/2023.
      * Purpose:   ATENDIMENTO DA LISTA DE TRABALHO DA QUALIDADE
      *            CADASTRAL (QUALISTA.DAT/CFPK0082, MONTADA TODO MES
      *            PELO NTQUALID) PELA SECRETARIA. A OPCAO 1 LISTA OS
      *            ITENS PENDENTES, DE UM CURSO OU DE TODOS, NA ORDEM
      *            DA CHAVE (ALUNOS, CONTATOS, VINCULOS), COM A NOTA,
      *            OS MESES NA LISTA E O QUE FALTA CORRIGIR. A OPCAO 2
      *            MOSTRA UM ITEM E REGISTRA O ATENDIMENTO: T=TRATADO
      *            (CADASTRO CORRIGIDO OU ALUNO/CONTATO ACIONADO; A
      *            PROXIMA APURACAO CONFIRMA), S=SEM SOLUCAO OU P=DE
      *            VOLTA A PENDENTE, COM OPERADOR, DATA E OBSERVACAO. A
      *            CORRECAO DOS DADOS CONTINUA NOS PROGRAMAS DE
      *            CADASTRO DE SEMPRE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTQUAMAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALISTA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-QUALIDADE
           FILE  STATUS IS WS-FS-Q.

       DATA DIVISION.
       FILE SECTION.
       FD  QUALISTA.
           COPY CFPK0082.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-OPCAO                    PIC X      VALUE SPACE.
       77  WS-NOVO-STATUS              PIC X      VALUE SPACE.
       77  WS-OBSERVACAO               PIC X(40)  VALUE SPACES.

      *FILTRO DA LISTAGEM: CURSO EM BRANCO LISTA TODOS.
       77  WS-FILTRO-CURSO             PIC X(02)  VALUE SPACES.
       77  WS-FILTRO-CURSO-NUM         PIC 9(02)  VALUE ZEROS.
       77  WS-QT-LISTADOS              PIC 9(06)  VALUE ZEROS.

      *ITEM PEDIDO NO ATENDIMENTO.
       77  WS-TP-ITEM                  PIC X(01)  VALUE SPACE.
       77  WS-ID-ALUNO-ITEM            PIC 9(05)  VALUE ZEROS.
       77  WS-ID-CONTATO-ITEM          PIC 9(06)  VALUE ZEROS.

      *ROTULOS DAS VERIFICACOES, NA ORDEM DE IN-FALHA-QUA.
       01  WS-TABELA-ROTULOS.
           03 FILLER                   PIC X(11) VALUE 'NOME'.
           03 FILLER                   PIC X(11) VALUE 'CPF'.
           03 FILLER                   PIC X(11) VALUE 'NASCIMENTO'.
           03 FILLER                   PIC X(11) VALUE 'ENDERECO'.
           03 FILLER                   PIC X(11) VALUE 'TELEFONE'.
           03 FILLER                   PIC X(11) VALUE 'RESPONSAVEL'.
           03 FILLER                   PIC X(11) VALUE 'E-MAIL'.
           03 FILLER                   PIC X(11) VALUE 'VINCULO'.
       01  FILLER REDEFINES WS-TABELA-ROTULOS.
           03 WS-ROTULO                PIC X(11) OCCURS 8 TIMES.

       77  WS-INDICE                   PIC 9(02)  VALUE ZEROS.
       77  WS-PONTEIRO                 PIC 9(03)  VALUE ZEROS.
       77  WS-DS-FALHAS                PIC X(72)  VALUE SPACES.
       77  WS-DS-CODIGO                PIC X(12)  VALUE SPACES.
       77  WS-CODIGO-05                PIC 9(05)  VALUE ZEROS.
       77  WS-CODIGO-06                PIC 9(06)  VALUE ZEROS.

       77  WS-EOF-Q                    PIC X.
           88 WS-EOF-Q-OK              VALUE 'S' FALSE 'N'.

       77  WS-Q-ABERTO                 PIC X.
           88 WS-Q-ABERTO-OK           VALUE 'S' FALSE 'N'.

       77  WS-FS-Q                     PIC 99.
           88 WS-FS-Q-OK               VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

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
           INITIALIZE WS-OPCAO WS-FS-Q WS-DATA-HORA-ATUAL
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
                  '\Modulo3\DesafioM3\QUALISTA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

      *SEM A LISTA (NENHUMA APURACAO AINDA) NAO HA O QUE ATENDER.
       P400-ABRE-ARQ.
           SET WS-Q-ABERTO-OK TO FALSE.
           OPEN I-O QUALISTA.
           IF WS-FS-Q-OK THEN
               SET WS-Q-ABERTO-OK TO TRUE
           ELSE
               DISPLAY 'LISTA DE TRABALHO AINDA NAO APURADA (NTQUALID).'
                       ' FILE STATUS: ' WS-FS-Q
               END-DISPLAY
               MOVE '9' TO WS-OPCAO
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P500-LISTA   THRU P500-LISTA-FIM
               WHEN '2'
                   PERFORM P600-ATENDE  THRU P600-ATENDE-FIM
               WHEN '9'
                   DISPLAY 'QUALIDADE CADASTRAL ENCERRADA'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '**** QUALIDADE CADASTRAL ******'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - LISTAR PENDENCIAS      |'.
           DISPLAY '|<2> - ATENDER ITEM           |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *LISTA OS ITENS PENDENTES. COM FILTRO DE CURSO SAEM SO OS ALUNOS
      *E VINCULOS DAQUELE CURSO.
       P500-LISTA.
           DISPLAY 'CURSO (BRANCO = TODOS)..................: '
           END-DISPLAY.
           ACCEPT WS-FILTRO-CURSO
           END-ACCEPT.
           IF WS-FILTRO-CURSO NOT EQUAL SPACES AND
              WS-FILTRO-CURSO IS NOT NUMERIC THEN
               DISPLAY 'CURSO INVALIDO.'
               END-DISPLAY
               GO TO P500-LISTA-FIM
           END-IF.
           IF WS-FILTRO-CURSO NOT EQUAL SPACES THEN
               MOVE WS-FILTRO-CURSO TO WS-FILTRO-CURSO-NUM
           END-IF.
           MOVE ZEROS TO WS-QT-LISTADOS.
           DISPLAY 'T CODIGO       NOME                 CU PTS MES '
                   'FALTA CORRIGIR'
           END-DISPLAY.
           SET WS-EOF-Q-OK TO FALSE.
           MOVE LOW-VALUES TO CH-QUALIDADE.
           START QUALISTA KEY IS NOT LESS THAN CH-QUALIDADE
               INVALID KEY
                   SET WS-EOF-Q-OK TO TRUE
           END-START.
           PERFORM P510-LE-ITEM THRU P510-LE-ITEM-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-Q-OK.
           DISPLAY 'ITENS PENDENTES LISTADOS: ' WS-QT-LISTADOS
           END-DISPLAY.
       P500-LISTA-FIM.
           EXIT.

       P510-LE-ITEM.
           READ QUALISTA NEXT RECORD
               AT END
                   SET WS-EOF-Q-OK TO TRUE
                   GO TO P510-LE-ITEM-FIM
           END-READ.
           IF NOT ST-QUA-PENDENTE THEN
               GO TO P510-LE-ITEM-FIM
           END-IF.
           IF WS-FILTRO-CURSO NOT EQUAL SPACES THEN
               IF TP-QUA-CONTATO OR
                  ID-CURSO-QUA NOT EQUAL WS-FILTRO-CURSO-NUM THEN
                   GO TO P510-LE-ITEM-FIM
               END-IF
           END-IF.
           ADD 1 TO WS-QT-LISTADOS.
           PERFORM P520-MONTA-DESCRICAO THRU P520-MONTA-DESCRICAO-FIM.
           DISPLAY TP-CADASTRO-QUA ' ' WS-DS-CODIGO ' ' NM-CADASTRO-QUA
                   ' ' ID-CURSO-QUA ' ' NR-PONTOS-QUA ' ' QT-MESES-QUA
                   ' ' FUNCTION TRIM (WS-DS-FALHAS)
           END-DISPLAY.
       P510-LE-ITEM-FIM.
           EXIT.

      *MONTA O CODIGO DO ITEM E A RELACAO DO QUE FALHOU.
       P520-MONTA-DESCRICAO.
           MOVE SPACES TO WS-DS-CODIGO.
           EVALUATE TRUE
               WHEN TP-QUA-ALUNO
                   MOVE ID-CADASTRO-QUA TO WS-CODIGO-05
                   MOVE WS-CODIGO-05    TO WS-DS-CODIGO
               WHEN TP-QUA-CONTATO
                   MOVE ID-CADASTRO-QUA TO WS-CODIGO-06
                   MOVE WS-CODIGO-06    TO WS-DS-CODIGO
               WHEN OTHER
                   STRING ID-ALUNO-VINC-QUA '/' ID-CONTATO-VINC-QUA
                          DELIMITED BY SIZE
                          INTO WS-DS-CODIGO
                   END-STRING
           END-EVALUATE.
           MOVE SPACES TO WS-DS-FALHAS.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM P525-ROTULO-FALHA THRU P525-ROTULO-FALHA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 8.
       P520-MONTA-DESCRICAO-FIM.

       P525-ROTULO-FALHA.
           IF IN-FALHA-QUA (WS-INDICE) EQUAL 'S' THEN
               STRING FUNCTION TRIM (WS-ROTULO (WS-INDICE))
                      DELIMITED BY SIZE
                      ' '  DELIMITED BY SIZE
                      INTO WS-DS-FALHAS
                      WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
       P525-ROTULO-FALHA-FIM.

      *MOSTRA UM ITEM E REGISTRA O ATENDIMENTO.
       P600-ATENDE.
           DISPLAY 'TIPO (A = ALUNO, C = CONTATO, V = VINCULO): '
           END-DISPLAY.
           ACCEPT WS-TP-ITEM
           END-ACCEPT.
           MOVE WS-TP-ITEM TO TP-CADASTRO-QUA.
           MOVE ZEROS TO ID-CADASTRO-QUA.
           EVALUATE TRUE
               WHEN TP-QUA-ALUNO
                   DISPLAY 'CODIGO DO ALUNO.........................: '
                   END-DISPLAY
                   ACCEPT WS-ID-ALUNO-ITEM
                   END-ACCEPT
                   MOVE WS-ID-ALUNO-ITEM TO ID-CADASTRO-QUA
               WHEN TP-QUA-CONTATO
                   DISPLAY 'CODIGO DO CONTATO.......................: '
                   END-DISPLAY
                   ACCEPT WS-ID-CONTATO-ITEM
                   END-ACCEPT
                   MOVE WS-ID-CONTATO-ITEM TO ID-CADASTRO-QUA
               WHEN TP-QUA-VINCULO
                   DISPLAY 'CODIGO DO ALUNO DO VINCULO..............: '
                   END-DISPLAY
                   ACCEPT WS-ID-ALUNO-ITEM
                   END-ACCEPT
                   DISPLAY 'CODIGO DO CONTATO DO VINCULO............: '
                   END-DISPLAY
                   ACCEPT WS-ID-CONTATO-ITEM
                   END-ACCEPT
                   MOVE WS-ID-ALUNO-ITEM   TO ID-ALUNO-VINC-QUA
                   MOVE WS-ID-CONTATO-ITEM TO ID-CONTATO-VINC-QUA
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO.'
                   END-DISPLAY
                   GO TO P600-ATENDE-FIM
           END-EVALUATE.
           READ QUALISTA
               INVALID KEY
                   DISPLAY 'ITEM NAO CONSTA DA LISTA DE TRABALHO.'
                   END-DISPLAY
                   GO TO P600-ATENDE-FIM
           END-READ.
           PERFORM P520-MONTA-DESCRICAO THRU P520-MONTA-DESCRICAO-FIM.
           DISPLAY 'NOME...........: ' NM-CADASTRO-QUA
           END-DISPLAY.
           DISPLAY 'CURSO..........: ' ID-CURSO-QUA
           END-DISPLAY.
           DISPLAY 'NOTA...........: ' NR-PONTOS-QUA
                   '   MESES NA LISTA: ' QT-MESES-QUA
           END-DISPLAY.
           DISPLAY 'FALTA CORRIGIR.: ' FUNCTION TRIM (WS-DS-FALHAS)
           END-DISPLAY.
           DISPLAY 'ULTIMA ALTER...: ' ID-OPERADOR-QUA
           END-DISPLAY.
           DISPLAY 'SITUACAO.......: ' ST-QUALIDADE
                   ' ' ID-OPERADOR-TRAT-QUA ' ' DT-TRATAMENTO-QUA
           END-DISPLAY.
           IF DS-OBSERVACAO-QUA NOT EQUAL SPACES THEN
               DISPLAY 'OBSERVACAO.....: ' DS-OBSERVACAO-QUA
               END-DISPLAY
           END-IF.
           DISPLAY 'NOVA SITUACAO (T = TRATADO, S = SEM SOLUCAO, '
                   'P = PENDENTE, BRANCO = MANTER): '
           END-DISPLAY.
           ACCEPT WS-NOVO-STATUS
           END-ACCEPT.
           IF WS-NOVO-STATUS EQUAL SPACE THEN
               GO TO P600-ATENDE-FIM
           END-IF.
           IF WS-NOVO-STATUS NOT EQUAL 'T' AND
              WS-NOVO-STATUS NOT EQUAL 'S' AND
              WS-NOVO-STATUS NOT EQUAL 'P' THEN
               DISPLAY 'SITUACAO INVALIDA. NADA ALTERADO.'
               END-DISPLAY
               GO TO P600-ATENDE-FIM
           END-IF.
           DISPLAY 'OBSERVACAO..............................: '
           END-DISPLAY.
           ACCEPT WS-OBSERVACAO
           END-ACCEPT.
           MOVE WS-NOVO-STATUS  TO ST-QUALIDADE.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-TRAT-QUA.
           MOVE WS-DH-DATA      TO DT-TRATAMENTO-QUA.
           MOVE WS-OBSERVACAO   TO DS-OBSERVACAO-QUA.
           REWRITE REG-QUALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ITEM. FILE STATUS: '
                           WS-FS-Q
                   END-DISPLAY
                   GO TO P600-ATENDE-FIM
           END-REWRITE.
           DISPLAY 'ATENDIMENTO REGISTRADO.'
           END-DISPLAY.
       P600-ATENDE-FIM.
           EXIT.

       P420-FECHA-ARQ.
           CLOSE QUALISTA.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           IF WS-Q-ABERTO-OK THEN
               PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM
           END-IF.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTQUAMAN.
