      * Purpose:   MENU DE UTILITARIOS DE OPERACAO (ARQUIVAMENTO,
      *            BACKUP, FECHAMENTO E AFINS), RESTRITO A SUPERVISOR
      *            PELO SISESCOL.
      * Update:    22/09/2023 - INCLUIDA A OPCAO Z, CONSULTA DOS
      *            ARQUIVOS DE ENTRADA RECEBIDOS PELOS JOBS, COM O
      *            RESULTADO DE CADA UM E AS LIBERACOES DE
      *            REPROCESSAMENTO (NTREGCON).
      * Update:    21/09/2023 - INCLUIDA A OPCAO J, RECONSTRUCAO DE UM
      *            REGISTRO NUMA DATA/HORA PASSADA PELA AUDITORIA E
      *            PELOS ARQUIVOS ANUAIS DO ARQUIVAMENTO, IMPRESSA NO
      *            SPOOL (NTAUDPOS).
      * Update:    20/09/2023 - INCLUIDA A OPCAO Y, CADASTRO DOS MODELOS
      *            DE MENSAGEM DOS SMS, E-MAILS E CARTAS, COM VERSOES
      *            POR DATA DE INICIO E PREVIA (NTMODMAN).
      * Update:    19/09/2023 - INCLUIDA A OPCAO W, CADASTRO DE UNIDADES
      *            (CAMPI) DA ESCOLA, COM O CODIGO INEP DE CADA UMA
      *            (NTUNIMAN).
      * Update:    15/09/2023 - INCLUIDA A OPCAO X, MONTAGEM DO INDICE
      *            DA OFERTA EM MATRICULA.DAT E ALUTODOS.DAT (NTOFEIDX).
      * Update:    13/09/2023 - INCLUIDAS AS OPCOES O, RELATORIO
      *            TRIMESTRAL DE RECERTIFICACAO DE ACESSOS (NTOPRCER), E
      *            K, APLICACAO DAS REVOGACOES MARCADAS NO RELATORIO
      *            ASSINADO (NTOPRREV).
      * Update:    08/09/2023 - INCLUIDA A OPCAO I, CONFERENCIA SOB
      *            DEMANDA DA INTEGRIDADE DA CADEIA DA AUDITORIA
      *            (NTAUDVER), QUE O FECHAMENTO NOTURNO RODA TODA NOITE.
      * Update:    28/08/2023 - INCLUIDA A OPCAO D, RELATORIO DE ACESSO
      *            DO TITULAR LGPD: TODOS OS DADOS PESSOAIS DE UMA
      *            PESSOA, COM A FINALIDADE DE CADA CATEGORIA
      *            (NTLGPACE).
      * Update:    07/08/2023 - INCLUIDA A OPCAO Q, APURACAO SOB DEMANDA
      *            DA QUALIDADE CADASTRAL (NTQUALID), QUE A AGENDA DE
      *            LOTES RODA TODO MES.
      * Update:    31/07/2023 - INCLUIDA A OPCAO L, TABELA DE CEPS:
      *            CARGA DO ARQUIVO DOS CORREIOS, CONSULTA E CORRECAO DE
      *            ENDERECOS (NTCEPMAN).
      * Update:    15/11/2022 - INCLUIDA A OPCAO F, TABELA DE DATAS
      *            ESPECIAIS DO ANO (NTFERMAN).
      * Update:    31/10/2022 - INCLUIDA A OPCAO N, PREFERENCIAS DE
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'J'
                   MOVE ' *** RECONSTRUIR PELA AUDITORIA *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTAUDPOS'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'E'
                   MOVE ' *** ESTORNO DE LOTE *** '
                                                   TO WS-COM-MENSAGEM
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'Q'
                   MOVE ' *** APURACAO QUALIDADE CADASTRAL *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTQUALID'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'L'
                   MOVE ' ****** TABELA DE CEPS ****** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTCEPMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'D'
                   MOVE ' *** ACESSO DO TITULAR LGPD *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTLGPACE'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'I'
                   MOVE ' *** INTEGRIDADE DA AUDITORIA *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTAUDVER'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'O'
                   MOVE ' *** RECERTIFICACAO DE ACESSOS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTOPRCER'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'K'
                   MOVE ' *** REVOGACAO DE ACESSOS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTOPRREV'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'X'
                   MOVE ' *** INDICE DA OFERTA *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTOFEIDX'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'W'
                   MOVE ' *** CADASTRO DE UNIDADES *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTUNIMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'Y'
                   MOVE ' *** MODELOS DE MENSAGEM *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTMODMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'Z'
                   MOVE ' *** ARQUIVOS RECEBIDOS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTREGCON'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '9'
                   DISPLAY 'PROGRAMA PRINCIPAL ENCERRADO'
                   END-DISPLAY
           DISPLAY '|<S> - REIMPRESSAO DO SPOOL   |'.
           DISPLAY '|<P> - PARAMETROS DE EXECUCAO |'.
           DISPLAY '|<U> - RESTAURAR P/ AUDITORIA |'.
           DISPLAY '|<J> - RECONSTRUIR NA DATA    |'.
           DISPLAY '|<E> - ESTORNO DE LOTE        |'.
           DISPLAY '|<M> - MIGRACAO DAS CHAVES    |'.
           DISPLAY '|<V> - RECONSTRUCAO DE VAGAS  |'.
           DISPLAY '|<B> - RETORNO DO BUREAU SMS  |'.
           DISPLAY '|<N> - PREFERENCIAS ENTREGA   |'.
           DISPLAY '|<F> - DATAS ESPECIAIS        |'.
           DISPLAY '|<L> - TABELA DE CEPS         |'.
           DISPLAY '|<Q> - APURAR QUALIDADE CAD.  |'.
           DISPLAY '|<D> - ACESSO DO TITULAR LGPD |'.
           DISPLAY '|<I> - INTEGRIDADE AUDITORIA  |'.
           DISPLAY '|<O> - RECERTIFICACAO ACESSOS |'.
           DISPLAY '|<K> - REVOGAR ACESSOS        |'.
           DISPLAY '|<X> - INDICE DA OFERTA       |'.
           DISPLAY '|<W> - UNIDADES (CAMPI)       |'.
           DISPLAY '|<Y> - MODELOS DE MENSAGEM    |'.
           DISPLAY '|<Z> - ARQUIVOS RECEBIDOS     |'.
           DISPLAY '|<9> - SISTEMA PRINCIPAL      |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.
