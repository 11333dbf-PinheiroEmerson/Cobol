      * Author:    EMERSON PINHEIRO - TIO.EL@OUTLOOK.COM.
      * Date:      16/05/2022
      * Purpose:   DESAFIO MODULO 2 - MEDIA DO ALUNO
      * Update:    24/07/2023 - INCLUIDA A OPCAO V, ANALISE DAS NOTAS
      *            POR AVALIACAO DA OFERTA (NTNOTANA).
      * Update:    05/06/2023 - INCLUIDA A OPCAO C, DIARIO DE CLASSE
      *            OFICIAL DA OFERTA E TURMA (NTDIACLA).
      * Update:    19/11/2022 - INCLUIDA A OPCAO A, PLANO DE
      *            AVALIACAO DA OFERTA (NTPLAMAN).
      * Update:    06/11/2022 - INCLUIDA A OPCAO B, BOLETIM PARCIAL
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'C'
                   MOVE ' ** DIARIO DE CLASSE OFICIAL ** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTDIACLA'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'V'
                   MOVE ' ** ANALISE POR AVALIACAO ** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTNOTANA'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '9'
                   DISPLAY 'PROGRAMA PRINCIPAL ENCERRADO'
                   END-DISPLAY
           DISPLAY '|<S> - SEGUNDA CHAMADA        |'.
           DISPLAY '|<B> - BOLETIM PARCIAL        |'.
           DISPLAY '|<A> - PLANO DE AVALIACAO     |'.
           DISPLAY '|<C> - DIARIO DE CLASSE       |'.
           DISPLAY '|<V> - ANALISE POR AVALIACAO  |'.
           DISPLAY '|<9> - SISTEMA PRINCIPAL      |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.
