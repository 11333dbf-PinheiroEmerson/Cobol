      *            P800-ERRO SEJA ACIONADO SE O ARQUIVO NAO PUDER SER
      *            CRIADO (ANTES FICAVA MORTO, SEM NENHUM CAMINHO QUE
      *            O CHAMASSE).
      * Update:    26/12/2022 - INCLUSAO PASSA A PEDIR O CPF DO CONTATO
      *            (CPF-CONTATO).
      * Update:    31/07/2023 - O CEP PASSA A SER PEDIDO ANTES DO
      *            ENDERECO E CONFERIDO NA TABELA DE CEPS (PGCEPCON):
      *            CEP DESCONHECIDO E RECUSADO E BAIRRO, CIDADE, UF E
      *            LOGRADOURO VEM DA TABELA (ZERO = ENDERECO FORA DO
      *            PAIS, DIGITADO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-FS                       PIC 99.
           88 WS-FS-OK                 VALUE 0.

       01  WS-REGISTRO                 PIC X(157) VALUE SPACES.
       01  FILLER REDEFINES WS-REGISTRO.
           03 WS-ID-CONTATO            PIC 9(06).
           03 WS-NM-CONTATO            PIC X(20).
               05 WS-CI-CONTATO        PIC X(20).
               05 WS-UF-CONTATO        PIC X(02).
               05 WS-CP-CONTATO        PIC 9(08).
           03 WS-CPF-CONTATO           PIC 9(11).

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
       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS WS-REGISTRO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-OK               TO FALSE.
           MOVE WS-NM-CONTATO TO NM-CONTATO.
           MOVE WS-EM-CONTATO TO EM-CONTATO.
           MOVE WS-DS-CONTATO TO DS-CONTATO.
           MOVE WS-CPF-CONTATO TO CPF-CONTATO.

           WRITE REG-CONTATOS
               INVALID KEY
           END-DISPLAY.
           ACCEPT WS-EM-CONTATO
           END-ACCEPT.
           DISPLAY 'CEP DO CONTATO (ZERO = ENDERECO FORA DO PAIS): '
           END-DISPLAY.
           PERFORM P431-PEDE-CEP THRU P431-PEDE-CEP-FIM
                   WITH TEST AFTER
                   UNTIL NOT WS-CE-NAO-ACHADO
                      OR WS-CP-CONTATO EQUAL ZEROS.
           PERFORM P432-PREENCHE-ENDERECO
                   THRU P432-PREENCHE-ENDERECO-FIM.
           DISPLAY 'CPF DO CONTATO (SO NUMEROS, ZEROS SE NAO TEM): '
           END-DISPLAY.
           ACCEPT WS-CPF-CONTATO
           END-ACCEPT.
       P430-MONTA-TELA-FIM.

      *PEDE O CEP E CONFERE NA TABELA DE CEPS COM O PGCEPCON. CEP
      *FORA DA TABELA E RECUSADO; REPETE ATE UM CEP CONHECIDO (OU
      *ZERO) SER INFORMADO.
       P431-PEDE-CEP.
           ACCEPT WS-CP-CONTATO
           END-ACCEPT.
           MOVE WS-CP-CONTATO TO WS-CE-CEP.
           CALL 'PGCEPCON' USING WS-PARM-CEP.
           IF WS-CE-NAO-ACHADO AND WS-CP-CONTATO NOT EQUAL ZEROS THEN
               DISPLAY 'CEP NAO CONSTA DA TABELA DE CEPS. '
                       'INFORME NOVAMENTE: '
               END-DISPLAY
           END-IF.
       P431-PEDE-CEP-FIM.

      *COM O CEP NA TABELA, BAIRRO, CIDADE E UF VEM DELA E O
      *LOGRADOURO SO RECEBE O NUMERO E O COMPLEMENTO. O QUE A TABELA
      *NAO TRAZ (CEP GERAL DE CIDADE) E PEDIDO. CEP ZERO OU TABELA
      *AINDA NAO CARREGADA: O ENDERECO E DIGITADO POR INTEIRO.
       P432-PREENCHE-ENDERECO.
           IF NOT WS-CE-ACHADO THEN
               DISPLAY 'ENDERECO (RUA) DO CONTATO: '
               END-DISPLAY
               ACCEPT WS-RU-CONTATO
               END-ACCEPT
               DISPLAY 'BAIRRO DO CONTATO: '
               END-DISPLAY
               ACCEPT WS-BA-CONTATO
               END-ACCEPT
               DISPLAY 'CIDADE DO CONTATO: '
               END-DISPLAY
               ACCEPT WS-CI-CONTATO
               END-ACCEPT
               DISPLAY 'UF DO CONTATO: '
               END-DISPLAY
               ACCEPT WS-UF-CONTATO
               END-ACCEPT
               GO TO P432-PREENCHE-ENDERECO-FIM
           END-IF.
           MOVE WS-CE-BAIRRO TO WS-BA-CONTATO.
           MOVE WS-CE-CIDADE TO WS-CI-CONTATO.
           MOVE WS-CE-UF     TO WS-UF-CONTATO.
           IF WS-CE-RUA EQUAL SPACES THEN
               DISPLAY 'ENDERECO (RUA E NUMERO) DO CONTATO: '
               END-DISPLAY
               ACCEPT WS-RU-CONTATO
               END-ACCEPT
           ELSE
               DISPLAY 'LOGRADOURO DO CEP: ' WS-CE-RUA
               END-DISPLAY
               DISPLAY 'NUMERO E COMPLEMENTO: '
               END-DISPLAY
               MOVE SPACES TO WS-NR-ENDERECO
               ACCEPT WS-NR-ENDERECO
               END-ACCEPT
               MOVE SPACES TO WS-RU-CONTATO
               STRING FUNCTION TRIM (WS-CE-RUA) DELIMITED BY SIZE
                      ', '                      DELIMITED BY SIZE
                      WS-NR-ENDERECO            DELIMITED BY SIZE
                      INTO WS-RU-CONTATO
               END-STRING
           END-IF.
           IF WS-CE-BAIRRO EQUAL SPACES THEN
               DISPLAY 'BAIRRO DO CONTATO: '
               END-DISPLAY
               ACCEPT WS-BA-CONTATO
               END-ACCEPT
           END-IF.
           DISPLAY 'ENDERECO: ' WS-RU-CONTATO ' - ' WS-BA-CONTATO
           END-DISPLAY.
           DISPLAY '          ' WS-CI-CONTATO ' - ' WS-UF-CONTATO
           END-DISPLAY.
       P432-PREENCHE-ENDERECO-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE GRAVACAO. APLICACAO FINALIZADA.'
