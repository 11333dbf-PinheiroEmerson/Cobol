      *            (PGTRAVA/TRAVAS.DAT), PARA QUE A CONSULTA NTTRVCON
      *            ENXERGUE QUEM ESTA COM O QUE ABERTO E LIBERE
      *            TRAVAS DE ESTACOES QUE CAIRAM.
      * Update:    26/12/2022 - CONSULTA MOSTRA E A ALTERACAO PASSA A
      *            PEDIR O CPF DO CONTATO (CPF-CONTATO).
      * Update:    31/07/2023 - O NOVO CEP PASSA A SER PEDIDO ANTES DO
      *            ENDERECO E CONFERIDO NA TABELA DE CEPS (PGCEPCON):
      *            CEP DESCONHECIDO E RECUSADO E BAIRRO, CIDADE, UF E
      *            LOGRADOURO VEM DA TABELA (ZERO = ENDERECO FORA DO
      *            PAIS, DIGITADO).
      * Update:    21/08/2023 - A CONSULTA PASSA A MOSTRAR OS TRES
      *            ATENDIMENTOS MAIS RECENTES DO CONTATO
      *            (ATENDIM.DAT/NTATDMAN), COM O RETORNO AINDA EM
      *            ABERTO.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT ATENDIMENTOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ATENDIMENTO
           ALTERNATE RECORD KEY IS ID-ALUNO-ATD
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-RESP-RETORNO-ATD
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ATD.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       FD  AUDITORIA.
           COPY CFPK0006.

       FD  ATENDIMENTOS.
           COPY CFPK0084.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
      *CONTROLE ARQUIVO AUDITORIA
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       01  WS-REG-ANTES                PIC X(157) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL           PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-SEG                 PIC 9(02).
           03 FILLER                    PIC X(07).

       01  WS-REGISTRO                 PIC X(157) VALUE SPACES.
       01  FILLER REDEFINES WS-REGISTRO.
           03 WS-ID-CONTATO            PIC 9(06).
           03 WS-NM-CONTATO            PIC X(20).
               05 WS-CI-CONTATO        PIC X(20).
               05 WS-UF-CONTATO        PIC X(02).
               05 WS-CP-CONTATO        PIC 9(08).
           03 WS-CPF-CONTATO           PIC 9(11).

       77  WS-EOF                      PIC X.
           88 WS-EOF-OK                VALUE 'S' FALSE 'N'.
       77  WS-AUX-ALTERA               PIC X.
           88 WS-AUX-ALTERA-OK         VALUE 'S' FALSE 'N'.

      *REGISTRO DE ATENDIMENTOS (NTATDMAN): OS TRES MAIS RECENTES DO
      *CONTATO SAO MOSTRADOS NA CONSULTA, O MAIS NOVO PRIMEIRO.
       77  WS-FS-ATD                   PIC 99.
           88 WS-FS-ATD-OK             VALUE 0.
       77  WS-ATD-ABERTO               PIC X.
           88 WS-ATD-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77  WS-EOF-ATD                  PIC X.
           88 WS-EOF-ATD-OK            VALUE 'S' FALSE 'N'.
       01  WS-TABELA-ULTIMOS.
           03 WS-ULTIMO                PIC X(243) OCCURS 3 TIMES.
       77  WS-QT-ULTIMOS               PIC 9(01)  VALUE ZEROS.
       77  WS-IND-ULTIMO               PIC 9(01)  VALUE ZEROS.

      *AREA DA ROTINA DE TRAVAS DE APLICACAO (PGTRAVA).
       01  WS-PARM-TRAVA.
           03 WS-TR-ACAO               PIC X(01).
           03 WS-TR-CHAVE              PIC X(10).
           03 WS-TR-OPERADOR           PIC X(10).

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

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ATENDIM.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P200-PROCESSA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
      *SEM O REGISTRO DE ATENDIMENTOS A CONSULTA SAI SEM ELES.
           SET WS-ATD-ABERTO-OK TO FALSE.
           OPEN INPUT ATENDIMENTOS.
           IF WS-FS-ATD-OK THEN
               SET WS-ATD-ABERTO-OK TO TRUE
           END-IF.
       P400-ABRE-ARQ-FIM.

      *TRAVA O REGISTRO DURANTE A CONSULTA PARA QUE NENHUMA OUTRA
       P420-FECHA-ARQ.
           CLOSE CONTATOS.
           CLOSE AUDITORIA.
           IF WS-ATD-ABERTO-OK THEN
               CLOSE ATENDIMENTOS
           END-IF.
       P420-FECHA-ARQ-FIM.

       P430-MONTA-TELA.
           END-DISPLAY.
           DISPLAY 'CEP............: ' WS-CP-CONTATO
           END-DISPLAY.
           DISPLAY 'CPF............: ' WS-CPF-CONTATO
           END-DISPLAY.
           IF WS-ATD-ABERTO-OK THEN
               PERFORM P480-ULTIMOS-ATENDIMENTOS
                       THRU P480-ULTIMOS-ATENDIMENTOS-FIM
           END-IF.
           DISPLAY 'DESEJA ALTERAR OS DADOS DO CONTATO?'
           END-DISPLAY.
           ACCEPT WS-AUX-ALTERA
           END-DISPLAY.
           ACCEPT EM-CONTATO
           END-ACCEPT.
           DISPLAY 'DIGITE O NOVO CEP (ZERO = ENDERECO FORA DO PAIS): '
           END-DISPLAY.
           PERFORM P461-ALTERA-CEP THRU P461-ALTERA-CEP-FIM
                   WITH TEST AFTER
                   UNTIL NOT WS-CE-NAO-ACHADO
                      OR CP-CONTATO EQUAL ZEROS.
           PERFORM P462-ALTERA-ENDERECO
                   THRU P462-ALTERA-ENDERECO-FIM.
           DISPLAY 'DIGITE O NOVO CPF (SO NUMEROS, ZEROS SE NAO TEM): '
           END-DISPLAY.
           ACCEPT CPF-CONTATO
           END-ACCEPT.
           REWRITE REG-CONTATOS
               INVALID KEY
           END-REWRITE.
       P460-ALTERA-REGISTRO-FIM.

      *PEDE O CEP E CONFERE NA TABELA DE CEPS COM O PGCEPCON. CEP
      *FORA DA TABELA E RECUSADO; REPETE ATE UM CEP CONHECIDO (OU
      *ZERO) SER INFORMADO.
       P461-ALTERA-CEP.
           ACCEPT CP-CONTATO
           END-ACCEPT.
           MOVE CP-CONTATO TO WS-CE-CEP.
           CALL 'PGCEPCON' USING WS-PARM-CEP.
           IF WS-CE-NAO-ACHADO AND CP-CONTATO NOT EQUAL ZEROS THEN
               DISPLAY 'CEP NAO CONSTA DA TABELA DE CEPS. '
                       'INFORME NOVAMENTE: '
               END-DISPLAY
           END-IF.
       P461-ALTERA-CEP-FIM.

      *COM O CEP NA TABELA, BAIRRO, CIDADE E UF VEM DELA E O
      *LOGRADOURO SO RECEBE O NUMERO E O COMPLEMENTO. O QUE A TABELA
      *NAO TRAZ (CEP GERAL DE CIDADE) E PEDIDO. CEP ZERO OU TABELA
      *AINDA NAO CARREGADA: O ENDERECO E DIGITADO POR INTEIRO.
       P462-ALTERA-ENDERECO.
           IF NOT WS-CE-ACHADO THEN
               DISPLAY 'DIGITE O NOVO ENDERECO (RUA): '
               END-DISPLAY
               ACCEPT RU-CONTATO
               END-ACCEPT
               DISPLAY 'DIGITE O NOVO BAIRRO: '
               END-DISPLAY
               ACCEPT BA-CONTATO
               END-ACCEPT
               DISPLAY 'DIGITE A NOVA CIDADE: '
               END-DISPLAY
               ACCEPT CI-CONTATO
               END-ACCEPT
               DISPLAY 'DIGITE A NOVA UF: '
               END-DISPLAY
               ACCEPT UF-CONTATO
               END-ACCEPT
               GO TO P462-ALTERA-ENDERECO-FIM
           END-IF.
           MOVE WS-CE-BAIRRO TO BA-CONTATO.
           MOVE WS-CE-CIDADE TO CI-CONTATO.
           MOVE WS-CE-UF     TO UF-CONTATO.
           IF WS-CE-RUA EQUAL SPACES THEN
               DISPLAY 'DIGITE O NOVO ENDERECO (RUA E NUMERO): '
               END-DISPLAY
               ACCEPT RU-CONTATO
               END-ACCEPT
           ELSE
               DISPLAY 'LOGRADOURO DO CEP: ' WS-CE-RUA
               END-DISPLAY
               DISPLAY 'NUMERO E COMPLEMENTO: '
               END-DISPLAY
               MOVE SPACES TO WS-NR-ENDERECO
               ACCEPT WS-NR-ENDERECO
               END-ACCEPT
               MOVE SPACES TO RU-CONTATO
               STRING FUNCTION TRIM (WS-CE-RUA) DELIMITED BY SIZE
                      ', '                      DELIMITED BY SIZE
                      WS-NR-ENDERECO            DELIMITED BY SIZE
                      INTO RU-CONTATO
               END-STRING
           END-IF.
           IF WS-CE-BAIRRO EQUAL SPACES THEN
               DISPLAY 'DIGITE O NOVO BAIRRO: '
               END-DISPLAY
               ACCEPT BA-CONTATO
               END-ACCEPT
           END-IF.
           DISPLAY 'ENDERECO: ' RU-CONTATO ' - ' BA-CONTATO
           END-DISPLAY.
           DISPLAY '          ' CI-CONTATO ' - ' UF-CONTATO
           END-DISPLAY.
       P462-ALTERA-ENDERECO-FIM.

      *REGISTRA O VALOR ANTERIOR E O NOVO VALOR DO CONTATO ALTERADO.
       P470-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE REG-CONTATOS        TO DS-DEPOIS-AUDITORIA.
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

      *GUARDA OS TRES ATENDIMENTOS MAIS RECENTES DO CONTATO E OS
      *MOSTRA DO MAIS NOVO PARA O MAIS ANTIGO.
       P480-ULTIMOS-ATENDIMENTOS.
           MOVE ZEROS TO WS-QT-ULTIMOS.
           SET WS-EOF-ATD-OK TO FALSE.
           MOVE WS-ID-CONTATO TO ID-CONTATO-ATD.
           MOVE ZEROS         TO DT-HR-ATD.
           START ATENDIMENTOS KEY IS NOT LESS THAN CH-ATENDIMENTO
               INVALID KEY
                   SET WS-EOF-ATD-OK TO TRUE
           END-START.
           PERFORM P485-LE-ATENDIMENTO THRU P485-LE-ATENDIMENTO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ATD-OK.
           DISPLAY 'ULTIMOS ATENDIMENTOS:'
           END-DISPLAY.
           IF WS-QT-ULTIMOS EQUAL ZEROS THEN
               DISPLAY '   (SEM ATENDIMENTOS REGISTRADOS)'
               END-DISPLAY
           END-IF.
           PERFORM P490-MOSTRA-ATENDIMENTO
                   THRU P490-MOSTRA-ATENDIMENTO-FIM
                   VARYING WS-IND-ULTIMO FROM 1 BY 1
                   UNTIL WS-IND-ULTIMO IS GREATER THAN WS-QT-ULTIMOS.
       P480-ULTIMOS-ATENDIMENTOS-FIM.
           EXIT.

       P485-LE-ATENDIMENTO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-ATD-OK TO TRUE
                   GO TO P485-LE-ATENDIMENTO-FIM
           END-READ.
           IF ID-CONTATO-ATD NOT EQUAL WS-ID-CONTATO THEN
               SET WS-EOF-ATD-OK TO TRUE
               GO TO P485-LE-ATENDIMENTO-FIM
           END-IF.
           MOVE WS-ULTIMO (2)   TO WS-ULTIMO (3).
           MOVE WS-ULTIMO (1)   TO WS-ULTIMO (2).
           MOVE REG-ATENDIMENTO TO WS-ULTIMO (1).
           IF WS-QT-ULTIMOS IS LESS THAN 3 THEN
               ADD 1 TO WS-QT-ULTIMOS
           END-IF.
       P485-LE-ATENDIMENTO-FIM.
           EXIT.

       P490-MOSTRA-ATENDIMENTO.
           MOVE WS-ULTIMO (WS-IND-ULTIMO) TO REG-ATENDIMENTO.
           DISPLAY '   ' DT-ATD ' ' HR-ATD
                   ' CANAL ' CD-CANAL-ATD
                   ' ASSUNTO ' CD-ASSUNTO-ATD
                   ' POR ' ID-OPERADOR-ATD
                   ' ALUNO ' ID-ALUNO-ATD
           END-DISPLAY.
           DISPLAY '   ' DS-RESUMO-ATD-LINHA (1)
           END-DISPLAY.
           IF ST-RETORNO-ATD-EM-ABERTO THEN
               DISPLAY '   RETORNO EM ABERTO PARA ' DT-RETORNO-ATD
                       ' COM ' ID-RESP-RETORNO-ATD
               END-DISPLAY
           END-IF.
       P490-MOSTRA-ATENDIMENTO-FIM.
           EXIT.

       P800-ERRO.
           DISPLAY 'FILE STATUS: ' WS-FS
           END-DISPLAY.
