      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   MENU DO SUBSISTEMA DA BIBLIOTECA: ACERVO (NTBIBACV),
      *            EMPRESTIMO (NTBIBEMP), DEVOLUCAO COM MULTA POR
      *            ATRASO (NTBIBDEV), RESERVAS (NTBIBRES) E RELATORIO
      *            DE EMPRESTIMOS EM ATRASO (NTBIBATR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTBIBMEN.

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
                   MOVE ' *** ACERVO DA BIBLIOTECA *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTBIBACV'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '2'
                   MOVE ' *** EMPRESTIMO DE LIVRO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTBIBEMP'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '3'
                   MOVE ' *** DEVOLUCAO DE LIVRO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTBIBDEV'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '4'
                   MOVE ' *** RESERVAS DE TITULO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTBIBRES'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '5'
                   MOVE ' *** EMPRESTIMOS EM ATRASO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTBIBATR'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '9'
                   DISPLAY 'BIBLIOTECA ENCERRADA'
                   END-DISPLAY
               WHEN OTHER
                   PERFORM P800-ERRO   THRU P800-ERRO-FIM
           END-EVALUATE.

       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '********* BIBLIOTECA **********'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - ACERVO                 |'.
           DISPLAY '|<2> - EMPRESTIMO             |'.
           DISPLAY '|<3> - DEVOLUCAO              |'.
           DISPLAY '|<4> - RESERVAS               |'.
           DISPLAY '|<5> - EMPRESTIMOS EM ATRASO  |'.
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

       END PROGRAM NTBIBMEN.
