      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      22/05/2023.
      * Purpose:   MENU DO PROTOCOLO DE REQUERIMENTOS ACADEMICOS:
      *            ABERTURA E ANDAMENTO DOS PROTOCOLOS (NTREQMAN),
      *            CADASTRO DOS TIPOS DE REQUERIMENTO (NTREQTIP) E
      *            REQUERIMENTOS EM ATRASO POR DEPARTAMENTO (NTREQATR).
      *            SO O CADASTRO DE TIPOS E RESTRITO A SUPERVISOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTREQMEN.

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
                   MOVE ' *** PROTOCOLO DE REQUERIMENTOS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTREQMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '2'
                   IF WS-COM-NIVEL EQUAL 2 THEN
                       MOVE ' *** TIPOS DE REQUERIMENTO *** '
                                                   TO WS-COM-MENSAGEM
                       MOVE 'NTREQTIP'             TO WS-CFG-NOME-PROG
                       PERFORM P015-MONTA-CAMINHO-PROG
                               THRU P015-MONTA-CAMINHO-PROG-FIM
                       CALL WS-CFG-CAMINHO-PROG
                       USING LK-COM-AREA
                   ELSE
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                       END-DISPLAY
                   END-IF
               WHEN '3'
                   MOVE ' *** REQUERIMENTOS EM ATRASO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTREQATR'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '9'
                   DISPLAY 'PROTOCOLO DE REQUERIMENTOS ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   PERFORM P800-ERRO   THRU P800-ERRO-FIM
           END-EVALUATE.

       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '***      REQUERIMENTOS      ***'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - PROTOCOLOS             |'.
           DISPLAY '|<2> - TIPOS DE REQUERIMENTO  |'.
           DISPLAY '|<3> - REQUERIMENTOS EM ATRASO|'.
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

       END PROGRAM NTREQMEN.
