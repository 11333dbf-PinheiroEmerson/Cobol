      *            (NTSSOMEN) COM O OPERADOR JA AUTENTICADO NA AREA DE
      *            COMUNICACAO, O LOGIN LOCAL E PULADO; A ENTRADA
      *            DIRETA PELO CONSOLE SEGUE EXIGINDO O LOGIN.
      * Update:    21/08/2023 - INCLUIDA A OPCAO A, REGISTRO DE
      *            ATENDIMENTOS E RETORNOS DOS CONTATOS (NTATDMAN).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    13/09/2023 - LOGIN ACEITO GRAVA A DATA DO ULTIMO
      *            LOGIN DO OPERADOR; OPERADOR SEM LOGIN HA MAIS DE
      *            DIAS-LOGIN-DORMENTE DIAS (PARAMETRO, PADRAO 90) E
      *            BLOQUEADO, E O BLOQUEADO OU REVOGADO SO ENTRA DEPOIS
      *            DE REATIVADO NO NTOPRMAN. A RECUSA VAI PARA A
      *            AUDITORIA COMO LOGINFALHA, COM O MOTIVO.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *CONTROLE DO REGISTRO DE FALHAS DE LOGIN NA AUDITORIA.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       01  WS-DATA-HORA-AUD            PIC X(21)  VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-AUD.
       77  WS-VALIDADE-SENHA           PIC 9(06)  VALUE 90.
       77  WS-DIAS-DESDE-TROCA         PIC S9(05) VALUE ZEROS.

      *DIAS SEM LOGIN QUE BLOQUEIAM O OPERADOR POR INATIVIDADE (ZERO
      *DESLIGA O BLOQUEIO) E O MOTIVO GRAVADO NA FALHA DE LOGIN.
       77  WS-DIAS-DORMENCIA           PIC 9(06)  VALUE 90.
       77  WS-DIAS-SEM-LOGIN           PIC S9(05) VALUE ZEROS.
       77  WS-DT-REFERENCIA            PIC 9(08)  VALUE ZEROS.
       77  WS-MOTIVO-FALHA             PIC X(40)  VALUE SPACES.

       77  WS-OPERADOR-BLOQUEADO       PIC X      VALUE 'N'.
           88 WS-OPERADOR-BLOQUEADO-SIM VALUE 'S' FALSE 'N'.

       01  WS-DATA-HORA-ATUAL          PIC X(21)  VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           MOVE 90                 TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR        TO WS-VALIDADE-SENHA.
           MOVE 'DIAS-LOGIN-DORMENTE' TO WS-PL-NOME.
           MOVE 90                 TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR        TO WS-DIAS-DORMENCIA.
      *LIMPA NA ENTRADA AS TRAVAS DEIXADAS POR ESTACOES QUE CAIRAM
      *(MAIS VELHAS QUE QUATRO HORAS).
           MOVE 'V'    TO WS-TR-ACAO.
                   MOVE WS-SENHA-DIGITADA TO WS-SENHA-CLARA
                   CALL 'PGSENHAC' USING WS-PARM-SENHA
                   IF WS-SENHA-CIFRADA EQUAL SENHA-OPERADOR THEN
                       PERFORM P117-VERIFICA-DORMENCIA
                               THRU P117-VERIFICA-DORMENCIA-FIM
                       IF WS-OPERADOR-BLOQUEADO-SIM THEN
                           PERFORM P119-REGISTRA-FALHA-LOGIN
                                   THRU P119-REGISTRA-FALHA-LOGIN-FIM
                       ELSE
                           SET WS-LOGIN-OK-SIM TO TRUE
                           MOVE ID-OPERADOR    TO WS-COM-OPERADOR
                           IF NV-OPERADOR-SUPERVISOR THEN
                               MOVE 2 TO WS-COM-NIVEL
                           ELSE
                               MOVE 1 TO WS-COM-NIVEL
                           END-IF
                           DISPLAY 'BEM-VINDO, '
                                   FUNCTION TRIM (NM-OPERADOR) '.'
                           END-DISPLAY
                           PERFORM P116-VERIFICA-VALIDADE
                                   THRU P116-VERIFICA-VALIDADE-FIM
                           IF WS-TROCA-NECESSARIA-OK THEN
                               DISPLAY 'TROCA DE SENHA OBRIGATORIA.'
                               END-DISPLAY
                               PERFORM P118-TROCA-SENHA
                                       THRU P118-TROCA-SENHA-FIM
                           ELSE
                               DISPLAY 'DESEJA TROCAR A SENHA? (S/N)'
                               END-DISPLAY
                               ACCEPT WS-AUX-TROCA
                               END-ACCEPT
                               IF WS-AUX-TROCA-OK THEN
                                   PERFORM P118-TROCA-SENHA
                                           THRU P118-TROCA-SENHA-FIM
                               END-IF
                           END-IF
                       END-IF
                   ELSE
           END-READ.
       P115-PEDE-CREDENCIAIS-FIM.

      *SENHA CERTA NAO BASTA: OPERADOR BLOQUEADO (POR INATIVIDADE OU
      *REVOGADO NA RECERTIFICACAO) SO ENTRA DEPOIS DE REATIVADO NO
      *NTOPRMAN, E O OPERADOR SEM LOGIN HA MAIS DE WS-DIAS-DORMENCIA
      *DIAS E BLOQUEADO AQUI MESMO. SEM DATA DE ULTIMO LOGIN, CONTA
      *A PARTIR DA ULTIMA TROCA DE SENHA; SEM NENHUMA DAS DUAS (NUNCA
      *ENTROU), NAO BLOQUEIA. NO LOGIN ACEITO GRAVA HOJE COMO ULTIMO
      *LOGIN.
       P117-VERIFICA-DORMENCIA.
           SET WS-OPERADOR-BLOQUEADO-SIM TO FALSE.
           IF ST-OPERADOR-REVOGADO THEN
               SET WS-OPERADOR-BLOQUEADO-SIM TO TRUE
               MOVE 'ACESSO REVOGADO NA RECERTIFICACAO'
                                          TO WS-MOTIVO-FALHA
           END-IF.
           IF ST-OPERADOR-DORMENTE THEN
               SET WS-OPERADOR-BLOQUEADO-SIM TO TRUE
               MOVE 'OPERADOR BLOQUEADO POR INATIVIDADE'
                                          TO WS-MOTIVO-FALHA
           END-IF.
           IF NOT WS-OPERADOR-BLOQUEADO-SIM AND
              WS-DIAS-DORMENCIA IS GREATER THAN ZEROS THEN
               MOVE ZEROS TO WS-DT-REFERENCIA
               IF DT-ULTIMO-LOGIN IS NUMERIC THEN
                   MOVE DT-ULTIMO-LOGIN TO WS-DT-REFERENCIA
               END-IF
               IF WS-DT-REFERENCIA EQUAL ZEROS THEN
                   MOVE DT-TROCA-SENHA  TO WS-DT-REFERENCIA
               END-IF
               IF WS-DT-REFERENCIA IS GREATER THAN ZEROS THEN
                   COMPUTE WS-DIAS-SEM-LOGIN =
                       FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                       - FUNCTION INTEGER-OF-DATE (WS-DT-REFERENCIA)
                   IF WS-DIAS-SEM-LOGIN IS GREATER THAN
                       WS-DIAS-DORMENCIA THEN
                       SET ST-OPERADOR-DORMENTE      TO TRUE
                       SET WS-OPERADOR-BLOQUEADO-SIM TO TRUE
                       MOVE 'BLOQUEADO AGORA POR INATIVIDADE'
                                          TO WS-MOTIVO-FALHA
                   END-IF
               END-IF
           END-IF.
           IF WS-OPERADOR-BLOQUEADO-SIM THEN
               DISPLAY 'ACESSO NEGADO: '
                       FUNCTION TRIM (WS-MOTIVO-FALHA)
                       '. PROCURE UM SUPERVISOR.'
               END-DISPLAY
           ELSE
               MOVE WS-DH-DATA TO DT-ULTIMO-LOGIN
           END-IF.
           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ACESSO DO OPERADOR.'
                   END-DISPLAY
           END-REWRITE.
       P117-VERIFICA-DORMENCIA-FIM.

      *REGISTRA NA AUDITORIA A TENTATIVA DE LOGIN QUE FALHOU
      *(OPERADOR INEXISTENTE, SENHA ERRADA OU OPERADOR BLOQUEADO),
      *COM O CODIGO TENTADO E O MOTIVO DO BLOQUEIO, PARA O RELATORIO
      *DE SEGURANCA DO NTAUDREL.
       P119-REGISTRA-FALHA-LOGIN.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
           MOVE 'LOGINFALHA'        TO TP-OPERACAO-AUDITORIA.
           MOVE ID-OPERADOR         TO CH-REGISTRO-AUDITORIA.
           MOVE SPACES              TO DS-ANTES-AUDITORIA.
           MOVE WS-MOTIVO-FALHA     TO DS-DEPOIS-AUDITORIA.
           MOVE SPACES              TO WS-MOTIVO-FALHA.
           MOVE ID-OPERADOR         TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
           CLOSE AUDITORIA.
       P119-REGISTRA-FALHA-LOGIN-FIM.

                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING WS-COM-AREA
               WHEN 'A'
                   MOVE ' *** ATENDIMENTOS E RETORNOS *** '
                                                   TO WS-COM-MENSAGEM
                   MOVE 'NTATDMAN'                 TO WS-CFG-NOME-PROG
                   PERFORM P015-MONTA-CAMINHO-PROG
                           THRU P015-MONTA-CAMINHO-PROG-FIM
                   CALL WS-CFG-CAMINHO-PROG
                   USING WS-COM-AREA
               WHEN '9'
                   DISPLAY 'PROGRAMA ENCERRADO'
                   END-DISPLAY
           DISPLAY '|<6> - BUSCAR  CONTATO/NOME  |'.
           DISPLAY '|<7> - IMPORTAR CONTATOS CSV |'.
           DISPLAY '|<8> - FUNDIR DUPLICADOS     |'.
           DISPLAY '|<A> - ATENDIMENTOS/RETORNOS |'.
           DISPLAY '|<9> - SAIR DO SISTEMA       |'.
           DISPLAY '******************************'.

