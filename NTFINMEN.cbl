      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      10/08/2022.
      * Purpose:   MENU DO SUBSISTEMA FINANCEIRO (MENSALIDADES).
      * Update:    18/09/2023 - INCLUIDA A OPCAO K, CONFERENCIA COBRANCA
      *            X MATRICULA DO MES (NTFINCMT), EXIGIDA PELO
      *            FECHAMENTO MENSAL.
      * Update:    17/07/2023 - INCLUIDA A OPCAO H, AVALIACAO DE
      *            RENOVACAO DAS BOLSAS POR PERIODO LETIVO (NTBOLREV).
      * Update:    27/02/2023 - INCLUIDA A OPCAO D, REGUA DE COBRANCA
      *            PELA FILA DE NOTIFICACOES (NTFINREG).
      * Update:    20/02/2023 - INCLUIDA A OPCAO V, PREVISAO DE
      *            RECEBIMENTOS POR CURSO (NTFINPRV).
      * Update:    13/02/2023 - INCLUIDA A OPCAO G, NEGATIVACAO NO BIRO
      *            DE CREDITO (NTFINNEG).
      * Update:    06/02/2023 - INCLUIDA A OPCAO P, BAIXA POR PERDA DE
      *            COBRANCAS INCOBRAVEIS COM APROVACAO DE SUPERVISOR
      *            (NTFINPER).
      * Update:    09/01/2023 - INCLUIDA A OPCAO L, IMPRESSAO DE BOLETO
      *            BANCARIO COM LINHA DIGITAVEL E CODIGO DE BARRAS
      *            (NTFINBOL).
      * Update:    02/01/2023 - INCLUIDA A OPCAO Q, DECLARACAO DE
      *            QUITACAO ANUAL DE DEBITOS E DEMONSTRATIVO DE DESPESAS
      *            COM EDUCACAO PARA O IMPOSTO DE RENDA (NTFINQUI).
      * Update:    26/12/2022 - INCLUIDAS AS OPCOES N E O, GERACAO DO
      *            LOTE DE RPS DA NOTA FISCAL DE SERVICO (NTFINNFS) E
      *            PROCESSAMENTO DO RETORNO DA PREFEITURA (NTFINNFR).
      * Update:    19/12/2022 - INCLUIDA A OPCAO B, CONCILIACAO BANCARIA
      *            MENSAL (NTFINCNC).
      * Update:    12/11/2022 - INCLUIDAS AS OPCOES X (EXPORTACAO
      *            CONTABIL MENSAL, NTCTBEXP) E M (MAPA DE CONTAS,
      *            NTCTBMAN).
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'H'
                   MOVE ' *** RENOVACAO DE BOLSAS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTBOLREV'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'L'
                   MOVE ' *** BOLETO BANCARIO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTFINBOL'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'A'
                   MOVE ' *** ACORDOS DE RENEGOCIACAO *** '
                                                   TO WS-COM-MENSAGEM
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'B'
                   MOVE ' *** CONCILIACAO BANCARIA *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTFINCNC'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'K'
                   MOVE ' *** COBRANCA X MATRICULA *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTFINCMT'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'N'
                   MOVE ' *** LOTE DE RPS (NFS-E) *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTFINNFS'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'O'
                   MOVE ' *** RETORNO DA NFS-E *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTFINNFR'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'Q'
                   MOVE ' *** QUITACAO ANUAL E IR *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTFINQUI'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'R'
                   MOVE ' *** REAJUSTE ANUAL *** '
                                                   TO WS-COM-MENSAGEM
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'P'
                   MOVE ' *** BAIXA POR PERDA *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTFINPER'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'G'
                   MOVE ' *** NEGATIVACAO (BIRO) *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTFINNEG'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'V'
                   MOVE ' *** PREVISAO DE RECEBIMENTOS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTFINPRV'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'D'
                   MOVE ' *** REGUA DE COBRANCA *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTFINREG'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '9'
                   DISPLAY 'PROGRAMA PRINCIPAL ENCERRADO'
                   END-DISPLAY
           DISPLAY '|<2> - BAIXAR PAGAMENTO       |'.
           DISPLAY '|<3> - COBRANCAS EM ABERTO    |'.
           DISPLAY '|<4> - CARTAS DE COBRANCA     |'.
           DISPLAY '|<D> - REGUA DE COBRANCA      |'.
           DISPLAY '|<5> - GERAR REMESSA BANCARIA |'.
           DISPLAY '|<6> - PROCESSAR RETORNO      |'.
           DISPLAY '|<L> - IMPRIMIR BOLETO        |'.
           DISPLAY '|<7> - TABELA DE PRECOS       |'.
           DISPLAY '|<8> - BOLSAS E DESCONTOS     |'.
           DISPLAY '|<H> - RENOVACAO DE BOLSAS    |'.
           DISPLAY '|<A> - ACORDOS (RENEGOCIACAO) |'.
           DISPLAY '|<C> - FECHAMENTO DE CAIXA    |'.
           DISPLAY '|<V> - PREVISAO RECEBIMENTOS  |'.
           DISPLAY '|<E> - EXTRATO DO RESPONSAVEL |'.
           DISPLAY '|<T> - EMISSAO DE TAXAS       |'.
           DISPLAY '|<B> - CONCILIACAO BANCARIA   |'.
           DISPLAY '|<N> - LOTE DE RPS (NFS-E)    |'.
           DISPLAY '|<O> - RETORNO DA NFS-E       |'.
           DISPLAY '|<Q> - QUITACAO ANUAL / IR    |'.
           DISPLAY '|<P> - BAIXA POR PERDA        |'.
           DISPLAY '|<G> - NEGATIVACAO (BIRO)     |'.
           DISPLAY '|<K> - COBRANCA X MATRICULA   |'.
           DISPLAY '|<F> - FECHAMENTO MENSAL      |'.
           DISPLAY '|<X> - EXPORTACAO CONTABIL    |'.
           DISPLAY '|<M> - MAPA DE CONTAS         |'.
