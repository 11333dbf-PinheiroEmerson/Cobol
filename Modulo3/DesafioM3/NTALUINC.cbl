      *            ALUNO, USADO PELO PGGRADE PARA RESOLVER A VERSAO
      *            DA GRADE CURRICULAR (ZERO = GRADE UNICA DO
      *            CURSO).
      * Update:    31/07/2023 - O CEP PASSA A SER PEDIDO ANTES DO
      *            ENDERECO E CONFERIDO NA TABELA DE CEPS (PGCEPCON):
      *            CEP DESCONHECIDO E RECUSADO E BAIRRO, CIDADE, UF E
      *            LOGRADOURO VEM DA TABELA (ZERO = ENDERECO FORA DO
      *            PAIS, DIGITADO).
      * Update:    19/09/2023 - PASSA A PEDIR A UNIDADE (CAMPUS) DE
      *            ORIGEM DO ALUNO (ZERO = LOTACAO DO OPERADOR). SO E
      *            GRAVADO ALUNO DE UNIDADE ATIVA EM QUE O OPERADOR ESTA
      *            AUTORIZADO (PGUNIDAD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-VC-VALIDO             PIC 9(01).
               88 WS-VC-VALIDO-OK      VALUE 1.

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

       77  WS-CPF-DUPLICADO            PIC X.
           88 WS-CPF-DUPLICADO-OK      VALUE 'S' FALSE 'N'.

       77  WS-INDICE-TEL               PIC 9(02).

      *UNIDADE (CAMPUS) DE ORIGEM DIGITADA E AREA DA ROTINA DE
      *UNIDADES (PGUNIDAD), QUE CONFERE A AUTORIZACAO DO OPERADOR.
       77  WS-CD-UNIDADE-ALUNO         PIC 9(02) VALUE ZEROS.
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
               88 WS-UN-NAO-AUTORIZADA     VALUE 'N'.
               88 WS-UN-INEXISTENTE        VALUE 'I'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).
               88 WS-UN-ATIVA-OK           VALUE 'S'.

      *AREA PASSADA AO PGDTAVAL PARA VALIDAR A DATA DE NASCIMENTO.
       01  WS-PARM-VALIDA-DATA.
           03 WS-VD-DATA               PIC X(10).
               END-ACCEPT
           END-IF.

           IF WS-AUX-CONFIRMA-OK THEN
               PERFORM P438-CONFERE-UNIDADE
                       THRU P438-CONFERE-UNIDADE-FIM
           END-IF.

           IF WS-AUX-CONFIRMA-OK THEN
               PERFORM P434-VERIFICA-CPF-DUPLICADO
                       THRU P434-VERIFICA-CPF-DUPLICADO-FIM
               MOVE WS-TL-ALUNO-ADIC (2) TO TL-ALUNO-ADIC (2)
               MOVE WS-ID-CURSO      TO ID-CURSO
               MOVE WS-AA-INGRESSO   TO AA-INGRESSO
               MOVE WS-CD-UNIDADE-ALUNO TO CD-UNIDADE-ALUNO
               SET  ST-MENSALIDADE-ADIMPLENTE TO TRUE
               SET  ST-ALUNO-ATIVO   TO TRUE

           END-DISPLAY.
           ACCEPT WS-PAIS-ALUNO
           END-ACCEPT.
           DISPLAY 'CEP DO ALUNO (ZERO = ENDERECO FORA DO PAIS): '
           END-DISPLAY.
           PERFORM P436-PEDE-CEP THRU P436-PEDE-CEP-FIM
                   WITH TEST AFTER
                   UNTIL NOT WS-CE-NAO-ACHADO
                      OR WS-CP-ALUNO EQUAL ZEROS.
           PERFORM P437-PREENCHE-ENDERECO
                   THRU P437-PREENCHE-ENDERECO-FIM.
           DISPLAY 'CURSO DO ALUNO (ZERO = SEM CURSO): '
           END-DISPLAY.
           ACCEPT WS-ID-CURSO
           END-DISPLAY.
           ACCEPT WS-AA-INGRESSO
           END-ACCEPT.
           DISPLAY 'UNIDADE DO ALUNO (ZERO = SUA LOTACAO): '
           END-DISPLAY.
           ACCEPT WS-CD-UNIDADE-ALUNO
           END-ACCEPT.
       P430-MONTA-TELA-FIM.

      *UNIDADE ZERO VIRA A LOTACAO DO OPERADOR. SO UNIDADE ATIVA E
      *AUTORIZADA PARA O OPERADOR (PGUNIDAD) DEIXA GRAVAR O ALUNO.
       P438-CONFERE-UNIDADE.
           MOVE WS-COM-OPERADOR     TO WS-UN-OPERADOR.
           MOVE WS-CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF WS-CD-UNIDADE-ALUNO EQUAL ZEROS THEN
               MOVE WS-UN-LOTACAO   TO WS-CD-UNIDADE-ALUNO
               MOVE WS-UN-LOTACAO   TO WS-UN-UNIDADE
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
           END-IF.
           IF WS-UN-INEXISTENTE OR NOT WS-UN-ATIVA-OK THEN
               DISPLAY 'UNIDADE ' WS-CD-UNIDADE-ALUNO
                       ' INEXISTENTE OU INATIVA.'
               END-DISPLAY
               SET WS-AUX-CONFIRMA-OK TO FALSE
           END-IF.
           IF WS-UN-NAO-AUTORIZADA AND WS-UN-ATIVA-OK THEN
               DISPLAY 'OPERADOR SEM AUTORIZACAO NA UNIDADE '
                       WS-CD-UNIDADE-ALUNO '.'
               END-DISPLAY
               SET WS-AUX-CONFIRMA-OK TO FALSE
           END-IF.
       P438-CONFERE-UNIDADE-FIM.

      *PEDE A DATA DE NASCIMENTO E VALIDA COM O PGDTAVAL, QUE RECEBE A
      *DATA NO FORMATO DD/MM/AAAA EM WS-VD-DATA E DEVOLVE EM
      *WS-VD-VALIDA (1 = VALIDA, 0 = INVALIDA). REPETE ATE UMA DATA
      *PEDE UM TELEFONE ADICIONAL DE CONTATO DO ALUNO. O OPERADOR PODE
      *DEIXAR EM BRANCO (ZERO) QUANDO O ALUNO NAO TIVER MAIS TELEFONES
      *PARA INFORMAR.
      *PEDE O CEP E CONFERE NA TABELA DE CEPS COM O PGCEPCON. CEP
      *FORA DA TABELA E RECUSADO; REPETE ATE UM CEP CONHECIDO (OU
      *ZERO) SER INFORMADO.
       P436-PEDE-CEP.
           ACCEPT WS-CP-ALUNO
           END-ACCEPT.
           MOVE WS-CP-ALUNO TO WS-CE-CEP.
           CALL 'PGCEPCON' USING WS-PARM-CEP.
           IF WS-CE-NAO-ACHADO AND WS-CP-ALUNO NOT EQUAL ZEROS THEN
               DISPLAY 'CEP NAO CONSTA DA TABELA DE CEPS. '
                       'INFORME NOVAMENTE: '
               END-DISPLAY
           END-IF.
       P436-PEDE-CEP-FIM.

      *COM O CEP NA TABELA, BAIRRO, CIDADE E UF VEM DELA E O
      *LOGRADOURO SO RECEBE O NUMERO E O COMPLEMENTO. O QUE A TABELA
      *NAO TRAZ (CEP GERAL DE CIDADE) E PEDIDO. CEP ZERO OU TABELA
      *AINDA NAO CARREGADA: O ENDERECO E DIGITADO POR INTEIRO.
       P437-PREENCHE-ENDERECO.
           IF NOT WS-CE-ACHADO THEN
               DISPLAY 'ENDERECO (RUA) DO ALUNO: '
               END-DISPLAY
               ACCEPT WS-RU-ALUNO
               END-ACCEPT
               DISPLAY 'BAIRRO DO ALUNO: '
               END-DISPLAY
               ACCEPT WS-BA-ALUNO
               END-ACCEPT
               DISPLAY 'CIDADE DO ALUNO: '
               END-DISPLAY
               ACCEPT WS-CI-ALUNO
               END-ACCEPT
               DISPLAY 'UF DO ALUNO: '
               END-DISPLAY
               ACCEPT WS-UF-ALUNO
               END-ACCEPT
               GO TO P437-PREENCHE-ENDERECO-FIM
           END-IF.
           MOVE WS-CE-BAIRRO TO WS-BA-ALUNO.
           MOVE WS-CE-CIDADE TO WS-CI-ALUNO.
           MOVE WS-CE-UF     TO WS-UF-ALUNO.
           IF WS-CE-RUA EQUAL SPACES THEN
               DISPLAY 'ENDERECO (RUA E NUMERO) DO ALUNO: '
               END-DISPLAY
               ACCEPT WS-RU-ALUNO
               END-ACCEPT
           ELSE
               DISPLAY 'LOGRADOURO DO CEP: ' WS-CE-RUA
               END-DISPLAY
               DISPLAY 'NUMERO E COMPLEMENTO: '
               END-DISPLAY
               MOVE SPACES TO WS-NR-ENDERECO
               ACCEPT WS-NR-ENDERECO
               END-ACCEPT
               MOVE SPACES TO WS-RU-ALUNO
               STRING FUNCTION TRIM (WS-CE-RUA) DELIMITED BY SIZE
                      ', '                      DELIMITED BY SIZE
                      WS-NR-ENDERECO            DELIMITED BY SIZE
                      INTO WS-RU-ALUNO
               END-STRING
           END-IF.
           IF WS-CE-BAIRRO EQUAL SPACES THEN
               DISPLAY 'BAIRRO DO ALUNO: '
               END-DISPLAY
               ACCEPT WS-BA-ALUNO
               END-ACCEPT
           END-IF.
           DISPLAY 'ENDERECO: ' WS-RU-ALUNO ' - ' WS-BA-ALUNO
           END-DISPLAY.
           DISPLAY '          ' WS-CI-ALUNO ' - ' WS-UF-ALUNO
           END-DISPLAY.
       P437-PREENCHE-ENDERECO-FIM.

       P435-PEDE-TELEFONE-ADIC.
           DISPLAY 'TELEFONE ADICIONAL ' WS-INDICE-TEL
                   ' DO ALUNO (OU ZERO PARA NAO INFORMAR): '
