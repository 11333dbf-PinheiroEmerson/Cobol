      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    31/07/2023 - O NOVO CEP PASSA A SER PEDIDO ANTES DO
      *            ENDERECO E CONFERIDO NA TABELA DE CEPS (PGCEPCON):
      *            CEP DESCONHECIDO E RECUSADO E BAIRRO, CIDADE, UF E
      *            LOGRADOURO VEM DA TABELA (ZERO = ENDERECO FORA DO
      *            PAIS, DIGITADO).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    19/09/2023 - WS-ALUNO AMPLIADO PARA 187 POSICOES
      *            (INCLUI A UNIDADE DE ORIGEM). ALUNO DE UNIDADE
      *            (CAMPUS) EM QUE O OPERADOR NAO ESTA AUTORIZADO
      *            (PGUNIDAD) NAO E EXIBIDO NEM ALTERADO; A ALTERACAO
      *            PEDE A NOVA UNIDADE (ZERO MANTEM A ATUAL), QUE TAMBEM
      *            PRECISA SER AUTORIZADA.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *CONTROLE ARQUIVO AUDITORIA
       77  WS-FS-AUD                 PIC 99.
           88 WS-FS-AUD-OK           VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       01  WS-REG-ANTES               PIC X(250) VALUE SPACES.

           03 WS-DH-SEG               PIC 9(02).
           03 FILLER                  PIC X(07).

       01  WS-ALUNO                  PIC X(187) VALUE SPACES.
       01  FILLER REDEFINES WS-ALUNO.
           03 WS-ID-ALUNO            PIC 9(05).
           03 WS-NM-ALUNO            PIC X(20).
           03 WS-ID-CURSO            PIC 9(02).
           03 FILLER                 PIC X(10).
           03 WS-AA-INGRESSO         PIC 9(04).
           03 WS-CD-UNIDADE-ALUNO    PIC 9(02).

       77  WS-INDICE-TEL             PIC 9(02).

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD): SO ALUNO DE UNIDADE
      *AUTORIZADA PARA O OPERADOR E EXIBIDO E ALTERADO.
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).
               88 WS-UN-ATIVA-OK           VALUE 'S'.
       77  WS-UNIDADE-NOVA             PIC 9(02) VALUE ZEROS.

      *AREA DA ROTINA DE TRAVAS DE APLICACAO (PGTRAVA).
       01  WS-PARM-TRAVA.
           03 WS-TR-ACAO               PIC X(01).
       77  WS-CPF-ACEITO               PIC X.
           88 WS-CPF-ACEITO-OK         VALUE 'S' FALSE 'N'.

      *AREA PASSADA AO PGCEPCON PARA CONFERIR O CEP NA TABELA DE
      *CEPS E TRAZER O ENDERECO, E NUMERO/COMPLEMENTO DIGITADO PARA
      *COMPLETAR O LOGRADOURO DA TABELA.
       01  WS-PARM-CEP.
           03 WS-CE-CEP                PIC 9(08).
           03 WS-CE-RESULTADO          PIC X(01).
               88 WS-CE-ACHADO         VALUE 'S'.
               88 WS-CE-NAO-ACHADO     VALUE 'N'.
               88 WS-CE-SEM-TABELA     VALUE 'T'.
           03 WS-CE-RUA                PIC X(30).
           03 WS-CE-BAIRRO             PIC X(20).
           03 WS-CE-CIDADE             PIC X(20).
           03 WS-CE-UF                 PIC X(02).
       77  WS-NR-ENDERECO              PIC X(15) VALUE SPACES.

       77  WS-EOF                      PIC X.
           88 WS-EOF-OK                VALUE 'S' FALSE 'N'.

       P430-MONTA-TELA-FIM.

       P440-MOSTRA-ALUNO.
           MOVE WS-COM-OPERADOR     TO WS-UN-OPERADOR.
           MOVE WS-CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF WS-UN-AUTORIZADA THEN
               PERFORM P442-EXIBE-ALUNO THRU P442-EXIBE-ALUNO-FIM
           ELSE
               DISPLAY 'ALUNO ' WS-ID-ALUNO ' DE UNIDADE NAO '
                       'AUTORIZADA PARA O OPERADOR.'
               END-DISPLAY
           END-IF.
           UNLOCK ALUNOS.
           MOVE 'L' TO WS-TR-ACAO.
           CALL 'PGTRAVA' USING WS-PARM-TRAVA.
       P440-MOSTRA-ALUNO-FIM.

       P442-EXIBE-ALUNO.
           DISPLAY 'OS DADO DO ALUNO SAO: '
           END-DISPLAY.
           DISPLAY 'ID DO ALUNO..: ' WS-ID-ALUNO
           END-DISPLAY.
           DISPLAY 'ANO DE INGRESSO........: ' WS-AA-INGRESSO
           END-DISPLAY.
           DISPLAY 'UNIDADE................: ' WS-UN-UNIDADE
                   ' - ' WS-UN-NOME
           END-DISPLAY.
           DISPLAY 'DESEJA ALTERAR O NOME, TELEFONE E ENDERECO DO'
                   ' ALUNO?'
           END-DISPLAY.
               DISPLAY 'OS DADOS NAO FORAM ALTERADOS.'
               END-DISPLAY
           END-IF.
       P442-EXIBE-ALUNO-FIM.

      *MOSTRA UM TELEFONE ADICIONAL DO ALUNO, QUANDO INFORMADO (FONE
      *ADICIONAL EM BRANCO/ZERO NAO E EXIBIDO).
           END-DISPLAY.
           ACCEPT PAIS-ALUNO
           END-ACCEPT.
           DISPLAY 'DIGITE O NOVO CEP (ZERO = ENDERECO FORA DO PAIS): '
           END-DISPLAY.
           PERFORM P463-ALTERA-CEP THRU P463-ALTERA-CEP-FIM
                   WITH TEST AFTER
                   UNTIL NOT WS-CE-NAO-ACHADO
                      OR CP-ALUNO EQUAL ZEROS.
           PERFORM P464-ALTERA-ENDERECO
                   THRU P464-ALTERA-ENDERECO-FIM.
           DISPLAY 'DIGITE O NOVO CURSO (ZERO = SEM CURSO): '
           END-DISPLAY.
           ACCEPT ID-CURSO
           END-DISPLAY.
           ACCEPT AA-INGRESSO
           END-ACCEPT.
           PERFORM P465-ALTERA-UNIDADE THRU P465-ALTERA-UNIDADE-FIM.

           REWRITE REG-ALUNO
               INVALID KEY
           END-REWRITE.
       P460-ALTERA-ALUNO-FIM.

      *NOVA UNIDADE DE ORIGEM (ZERO MANTEM A ATUAL). SO E ACEITA
      *UNIDADE ATIVA EM QUE O OPERADOR TAMBEM ESTA AUTORIZADO.
       P465-ALTERA-UNIDADE.
           DISPLAY 'DIGITE A NOVA UNIDADE (ZERO MANTEM A ATUAL): '
           END-DISPLAY.
           ACCEPT WS-UNIDADE-NOVA
           END-ACCEPT.
           IF WS-UNIDADE-NOVA EQUAL ZEROS THEN
               GO TO P465-ALTERA-UNIDADE-FIM
           END-IF.
           MOVE WS-UNIDADE-NOVA TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF WS-UN-AUTORIZADA AND WS-UN-ATIVA-OK THEN
               MOVE WS-UNIDADE-NOVA TO CD-UNIDADE-ALUNO
           ELSE
               DISPLAY 'UNIDADE INEXISTENTE, INATIVA OU NAO '
                       'AUTORIZADA. A UNIDADE ATUAL FOI MANTIDA.'
               END-DISPLAY
           END-IF.
       P465-ALTERA-UNIDADE-FIM.
           EXIT.

      *PEDE O NOVO CPF (ZERO MANTEM O ATUAL), VALIDA OS DIGITOS COM O
      *PGCPFVAL E CONFERE PELA CHAVE ALTERNADA QUE NAO PERTENCE A
      *OUTRO ALUNO. A CONFERENCIA USA A AREA DO REGISTRO, QUE E
           END-ACCEPT.
       P462-ALTERA-TELEFONE-ADIC-FIM.

      *PEDE O NOVO CEP E CONFERE NA TABELA DE CEPS COM O PGCEPCON.
      *CEP FORA DA TABELA E RECUSADO; REPETE ATE UM CEP CONHECIDO (OU
      *ZERO) SER INFORMADO.
       P463-ALTERA-CEP.
           ACCEPT CP-ALUNO
           END-ACCEPT.
           MOVE CP-ALUNO TO WS-CE-CEP.
           CALL 'PGCEPCON' USING WS-PARM-CEP.
           IF WS-CE-NAO-ACHADO AND CP-ALUNO NOT EQUAL ZEROS THEN
               DISPLAY 'CEP NAO CONSTA DA TABELA DE CEPS. '
                       'INFORME NOVAMENTE: '
               END-DISPLAY
           END-IF.
       P463-ALTERA-CEP-FIM.

      *COM O CEP NA TABELA, BAIRRO, CIDADE E UF VEM DELA E O
      *LOGRADOURO SO RECEBE O NUMERO E O COMPLEMENTO. O QUE A TABELA
      *NAO TRAZ (CEP GERAL DE CIDADE) E PEDIDO. CEP ZERO OU TABELA
      *AINDA NAO CARREGADA: O ENDERECO E DIGITADO POR INTEIRO.
       P464-ALTERA-ENDERECO.
           IF NOT WS-CE-ACHADO THEN
               DISPLAY 'DIGITE O NOVO ENDERECO (RUA): '
               END-DISPLAY
               ACCEPT RU-ALUNO
               END-ACCEPT
               DISPLAY 'DIGITE O NOVO BAIRRO: '
               END-DISPLAY
               ACCEPT BA-ALUNO
               END-ACCEPT
               DISPLAY 'DIGITE A NOVA CIDADE: '
               END-DISPLAY
               ACCEPT CI-ALUNO
               END-ACCEPT
               DISPLAY 'DIGITE A NOVA UF: '
               END-DISPLAY
               ACCEPT UF-ALUNO
               END-ACCEPT
               GO TO P464-ALTERA-ENDERECO-FIM
           END-IF.
           MOVE WS-CE-BAIRRO TO BA-ALUNO.
           MOVE WS-CE-CIDADE TO CI-ALUNO.
           MOVE WS-CE-UF     TO UF-ALUNO.
           IF WS-CE-RUA EQUAL SPACES THEN
               DISPLAY 'DIGITE O NOVO ENDERECO (RUA E NUMERO): '
               END-DISPLAY
               ACCEPT RU-ALUNO
               END-ACCEPT
           ELSE
               DISPLAY 'LOGRADOURO DO CEP: ' WS-CE-RUA
               END-DISPLAY
               DISPLAY 'DIGITE O NUMERO E O COMPLEMENTO: '
               END-DISPLAY
               MOVE SPACES TO WS-NR-ENDERECO
               ACCEPT WS-NR-ENDERECO
               END-ACCEPT
               MOVE SPACES TO RU-ALUNO
               STRING FUNCTION TRIM (WS-CE-RUA) DELIMITED BY SIZE
                      ', '                      DELIMITED BY SIZE
                      WS-NR-ENDERECO            DELIMITED BY SIZE
                      INTO RU-ALUNO
               END-STRING
           END-IF.
           IF WS-CE-BAIRRO EQUAL SPACES THEN
               DISPLAY 'DIGITE O NOVO BAIRRO: '
               END-DISPLAY
               ACCEPT BA-ALUNO
               END-ACCEPT
           END-IF.
           DISPLAY 'ENDERECO: ' RU-ALUNO ' - ' BA-ALUNO
           END-DISPLAY.
           DISPLAY '          ' CI-ALUNO ' - ' UF-ALUNO
           END-DISPLAY.
       P464-ALTERA-ENDERECO-FIM.

      *REGISTRA O VALOR ANTERIOR E O NOVO VALOR DO ALUNO ALTERADO.
       P470-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE REG-ALUNO           TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P470-GRAVA-AUDITORIA-FIM.

       P800-ERRO.
