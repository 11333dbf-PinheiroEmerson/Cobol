      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      15/05/2023.
      * Purpose:   MENU DA AVALIACAO INSTITUCIONAL (CPA): QUESTIONARIOS
      *            (NTCPAQUE), GERACAO DOS FORMULARIOS DO PERIODO
      *            (NTCPAGER), IMPORTACAO DAS RESPOSTAS (NTCPAIMP) E
      *            RESULTADOS (NTCPAREL). SO A IMPORTACAO E LIBERADA
      *            PARA QUEM NAO E SUPERVISOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCPAMEN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

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
           INITIALIZE WS-OPCAO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
       P100-INICIO-FIM.

       COPY CFCFG003.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                   IF WS-COM-NIVEL EQUAL 2 THEN
                       MOVE ' *** QUESTIONARIOS CPA *** '
                                                   TO WS-COM-MENSAGEM
                       MOVE 'NTCPAQUE'             TO WS-CFG-NOME-PROG
                       PERFORM P015-MONTA-CAMINHO-PROG
                               THRU P015-MONTA-CAMINHO-PROG-FIM
                       CALL WS-CFG-CAMINHO-PROG
                       USING LK-COM-AREA
                   ELSE
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                       END-DISPLAY
                   END-IF
               WHEN '2'
                   IF WS-COM-NIVEL EQUAL 2 THEN
                       MOVE ' *** GERACAO DOS FORMULARIOS *** '
                                                   TO WS-COM-MENSAGEM
                       MOVE 'NTCPAGER'             TO WS-CFG-NOME-PROG
                       PERFORM P015-MONTA-CAMINHO-PROG
                               THRU P015-MONTA-CAMINHO-PROG-FIM
                       CALL WS-CFG-CAMINHO-PROG
                       USING LK-COM-AREA
                   ELSE
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                       END-DISPLAY
                   END-IF
               WHEN '3'
                   MOVE ' *** IMPORTACAO DAS RESPOSTAS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTCPAIMP'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '4'
                   IF WS-COM-NIVEL EQUAL 2 THEN
                       MOVE ' *** RESULTADOS DA CPA *** '
                                                   TO WS-COM-MENSAGEM
                       MOVE 'NTCPAREL'             TO WS-CFG-NOME-PROG
                       PERFORM P015-MONTA-CAMINHO-PROG
                               THRU P015-MONTA-CAMINHO-PROG-FIM
                       CALL WS-CFG-CAMINHO-PROG
                       USING LK-COM-AREA
                   ELSE
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                       END-DISPLAY
                   END-IF
               WHEN '9'
                   DISPLAY 'AVALIACAO INSTITUCIONAL ENCERRADA'
                   END-DISPLAY
               WHEN OTHER
                   PERFORM P800-ERRO   THRU P800-ERRO-FIM
           END-EVALUATE.

       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '*** AVALIACAO INSTITUCIONAL ***'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - QUESTIONARIOS          |'.
           DISPLAY '|<2> - GERAR FORMULARIOS      |'.
           DISPLAY '|<3> - IMPORTAR RESPOSTAS     |'.
           DISPLAY '|<4> - RESULTADOS             |'.
           DISPLAY '|<9> - SISTEMA PRINCIPAL      |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

       P800-ERRO.
           DISPLAY 'OPCAO INVALIDA.'
           END-DISPLAY.
       P800-ERRO-FIM.

       P900-FINALIZA.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTCPAMEN.
