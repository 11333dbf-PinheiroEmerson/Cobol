      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      12/06/2023.
      * Purpose:   MENU DA COLACAO DE GRAU E DIPLOMAS: SESSOES DE
      *            COLACAO, LISTA DE FORMANDOS E REGISTRO DA PRESENCA
      *            (NTCOLMAN) E LIVRO DE REGISTRO DE DIPLOMAS, COM
      *            IMPRESSAO NO FORMATO OFICIAL E PESQUISA POR ALUNO
      *            (NTLIVDIP).
      * Update:    19/06/2023 - ENADE: LISTA DE HABILITADOS E ARQUIVO
      *            DE INSCRICAO (NTENAGER) E SITUACAO DOS ALUNOS NO
      *            EXAME (NTENAMAN).
      * Update:    26/06/2023 - CONSULTA DE AUTENTICIDADE DE DOCUMENTOS
      *            EMITIDOS PELO CODIGO DE VERIFICACAO, COM LISTA POR
      *            ALUNO E REVOGACAO (NTDOCVER).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCOLMEN.

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
                   MOVE ' *** SESSOES DE COLACAO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTCOLMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '2'
                   MOVE ' *** LIVRO DE DIPLOMAS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTLIVDIP'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '3'
                   MOVE ' *** ENADE - INSCRICAO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTENAGER'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '4'
                   MOVE ' *** SITUACAO NO ENADE *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTENAMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '5'
                   MOVE ' *** AUTENTICIDADE DE DOCUMENTOS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTDOCVER'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '9'
                   DISPLAY 'COLACAO E DIPLOMAS ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   PERFORM P800-ERRO   THRU P800-ERRO-FIM
           END-EVALUATE.

       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '***   COLACAO E DIPLOMAS    ***'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - SESSOES E FORMANDOS    |'.
           DISPLAY '|<2> - LIVRO DE DIPLOMAS      |'.
           DISPLAY '|<3> - ENADE - INSCRICAO      |'.
           DISPLAY '|<4> - ENADE - SITUACAO       |'.
           DISPLAY '|<5> - AUTENTICIDADE DOCUMENTO|'.
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

       END PROGRAM NTCOLMEN.
