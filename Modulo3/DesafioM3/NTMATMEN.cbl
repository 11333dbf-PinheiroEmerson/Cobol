      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      03/08/2022.
      * Purpose:   MENU CADASTRO DE MATERIAS.
      * Update:    08/05/2023 - INCLUIDA A OPCAO Q, CARGA HORARIA DOS
      *            PROFESSORES
      * Update:    01/05/2023 - INCLUIDA A OPCAO K, CALENDARIO DE PROVAS
      *            E ENSALAMENTO DO PERIODO (NTPROVAS).
      * Update:    24/04/2023 - INCLUIDAS AS OPCOES M (CADASTRO DE
      *            SALAS, NTSALMAN) E V (UTILIZACAO DAS SALAS NO
      *            PERIODO, NTSALUTI).
      * Update:    25/11/2022 - INCLUIDAS AS OPCOES N (EXPORTAR A
      *            FOLHA DE CHAMADA, NTCHAEXP) E I (IMPORTAR A FOLHA
      *            PREENCHIDA, NTCHAIMP).
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'M'
                   MOVE ' *** CADASTRO DE SALAS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTSALMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'V'
                   MOVE ' *** UTILIZACAO DAS SALAS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTSALUTI'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'K'
                   MOVE ' *** CALENDARIO DE PROVAS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTPROVAS'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'Q'
                   MOVE ' *** CARGA HORARIA PROFESSOR *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTPRFCAR'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '9'
                   DISPLAY 'PROGRAMA PRINCIPAL ENCERRADO'
                   END-DISPLAY
           DISPLAY '|<Z> - TRANSFERENCIA DE TURMA |'.
           DISPLAY '|<N> - EXPORTAR FOLHA CHAMADA |'.
           DISPLAY '|<I> - IMPORTAR FOLHA CHAMADA |'.
           DISPLAY '|<M> - CADASTRO DE SALAS      |'.
           DISPLAY '|<V> - UTILIZACAO DAS SALAS   |'.
           DISPLAY '|<K> - CALENDARIO DE PROVAS   |'.
           DISPLAY '|<Q> - CARGA HORARIA PROFESSOR|'.
           DISPLAY '|<9> - SISTEMA PRINCIPAL      |'.
           DISPLAY '******************************'.

