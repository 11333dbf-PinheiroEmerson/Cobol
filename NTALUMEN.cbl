      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      04/05/2022.
      * Purpose:   MENU CADASTRO DE ALUNOS.
      * Update:    29/05/2023 - INCLUIDA A OPCAO Y (REGISTRO
      *            DISCIPLINAR: OCORRENCIAS, SANCOES E HISTORICO,
      *            NTDSCMAN), COM LANCAMENTO, ANULACAO E HISTORICO
      *            RESTRITOS A SUPERVISOR NO PROPRIO MODULO.
      * Update:    10/04/2023 - INCLUIDAS AS OPCOES Q (CONTROLE DE
      *            JUBILAMENTO DE FIM DE PERIODO, NTJUBRUN) E W (DECISAO
      *            DO COLEGIADO SOBRE AS PROPOSTAS DE JUBILAMENTO,
      *            NTJUBDEC), A PRIMEIRA RESTRITA A SUPERVISOR.
      * Update:    27/03/2023 - INCLUIDA A OPCAO N (TRABALHO DE
      *            CONCLUSAO DE CURSO: CADASTRO, ENTREGAS, BANCA, DEFESA
      *            E ATA, NTTCCMAN).
      * Update:    20/03/2023 - INCLUIDA A OPCAO H (ATIVIDADES
      *            COMPLEMENTARES: REGISTRO DOS CERTIFICADOS, CATEGORIAS
      *            E ANALISE PELO COORDENADOR, NTATCMAN).
      * Update:    13/03/2023 - INCLUIDAS AS OPCOES I (ESTAGIO
      *            SUPERVISIONADO: TERMOS, HORAS MENSAIS E APROVACAO,
      *            NTESTMAN) E J (TERMOS DE ESTAGIO A VENCER, NTESTVEN).
      * Update:    26/11/2022 - INCLUIDA A OPCAO Z, PROCESSAMENTO DO
      *            RETORNO DO CENSO ESCOLAR E EXTRACAO DO REENVIO
      *            (NTCENRET).
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'I'
                   MOVE ' *** ESTAGIO SUPERVISIONADO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTESTMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'J'
                   MOVE ' *** TERMOS DE ESTAGIO A VENCER *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTESTVEN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'H'
                   MOVE ' *** ATIVIDADES COMPLEMENTARES *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTATCMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'N'
                   MOVE ' *** TRABALHO DE CONCLUSAO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTTCCMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'Q'
                 IF WS-COM-NIVEL EQUAL 2 THEN
                   MOVE ' *** CONTROLE DE JUBILAMENTO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTJUBRUN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
                 ELSE
                   DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-DISPLAY
                 END-IF
               WHEN 'W'
                   MOVE ' *** DECISAO DE JUBILAMENTO *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTJUBDEC'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN 'Y'
                   MOVE ' *** REGISTRO DISCIPLINAR *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTDSCMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING LK-COM-AREA
               WHEN '0'
                   DISPLAY 'PROGRAMA PRINCIPAL ENCERRADO'
                   END-DISPLAY
           DISPLAY '|<B> - LIVRO DE ESTATISTICAS  |'.
           DISPLAY '|<U> - CONTRATO DE SERVICOS   |'.
           DISPLAY '|<M> - FUSAO DE DUPLICADOS    |'.
           DISPLAY '|<I> - ESTAGIO SUPERVISIONADO |'.
           DISPLAY '|<J> - ESTAGIOS A VENCER      |'.
           DISPLAY '|<H> - ATIV. COMPLEMENTARES   |'.
           DISPLAY '|<N> - TCC E DEFESA           |'.
           DISPLAY '|<Q> - CONTROLE DE JUBILAMENTO|'.
           DISPLAY '|<W> - DECISAO DE JUBILAMENTO |'.
           DISPLAY '|<Y> - REGISTRO DISCIPLINAR   |'.
           DISPLAY '|<0> - SISTEMA PRINCIPAL      |'.
           DISPLAY '******************************'.

