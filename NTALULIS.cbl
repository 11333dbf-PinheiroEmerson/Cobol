      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    04/09/2023 - NASCIMENTO E CPF SAEM MASCARADOS NA
      *            LISTAGEM QUANDO O NIVEL DO OPERADOR NAO LIBERA ESSAS
      *            CLASSES DE DADO (PGMASCAR, LGPD).
      * Update:    22/09/2023 - SO SAEM NA LISTAGEM OS ALUNOS DE
      *            UNIDADES (CAMPUS) AUTORIZADAS PARA O OPERADOR,
      *            CONFERIDAS LINHA A LINHA PELA PGUNIDAD COMO NA
      *            CONSULTA DO NTALUCON; O TOTAL DE OMITIDOS SAI NO FIM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

      *AREA DO MASCARAMENTO DE DADOS SENSIVEIS (PGMASCAR): NA
      *LISTAGEM, NASCIMENTO E CPF SAEM EM CLARO SO SE O NIVEL DO
      *OPERADOR PERMITE.
       01  WS-PARM-MASCARA.
           03 WS-MC-ACAO               PIC X(01).
           03 WS-MC-CLASSE             PIC X(01).
           03 WS-MC-NIVEL              PIC 9(01).
           03 WS-MC-OPERADOR           PIC X(10).
           03 WS-MC-PROGRAMA           PIC X(08).
           03 WS-MC-ARQUIVO            PIC X(10).
           03 WS-MC-CHAVE              PIC X(20).
           03 WS-MC-VALOR              PIC X(40).
           03 WS-MC-SAIDA              PIC X(40).
           03 WS-MC-AUTORIZADO         PIC X(01).
       77  WS-NASC-EXIBE               PIC X(08) VALUE SPACES.
       77  WS-CPF-EXIBE                PIC X(14) VALUE SPACES.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD): SO SAEM NA LISTAGEM OS
      *ALUNOS DE UNIDADES AUTORIZADAS PARA O OPERADOR.
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).
       77  WS-QTD-OUTRA-UNIDADE        PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).
           03 WS-COM-NIVEL             PIC 9(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS WS-ALUNO WS-CONTA-REG WS-QTD-OUTRA-UNIDADE
                      WS-ID-INICIAL WS-ID-FINAL
                      WS-NM-PREFIXO WS-TAM-PREFIXO
               REPLACING NUMERIC       BY ZEROES
           SET WS-EOF-OK               TO FALSE.
           SET WS-REG-NO-FILTRO-OK     TO FALSE.
           SET WS-FILTRO-TODOS         TO TRUE.
           INITIALIZE WS-PARM-MASCARA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE 'L'             TO WS-MC-ACAO.
           MOVE WS-COM-NIVEL    TO WS-MC-NIVEL.
           MOVE WS-COM-OPERADOR TO WS-MC-OPERADOR.
           MOVE 'NTALULIS'      TO WS-MC-PROGRAMA.
           MOVE 'ALUNOS'        TO WS-MC-ARQUIVO.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
               PERFORM P435-MASCARA-DADOS
                       THRU P435-MASCARA-DADOS-FIM
               STRING '    NASCIMENTO: ' WS-NASC-EXIBE
                      ' - CPF: ' WS-CPF-EXIBE
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
           END-IF.
       P430-LISTA-REGISTRO-FIM.

      *NASCIMENTO E CPF DA LINHA, EM CLARO OU MASCARADOS CONFORME O
      *NIVEL DO OPERADOR.
       P435-MASCARA-DADOS.
           MOVE WS-ID-ALUNO      TO WS-MC-CHAVE.
           MOVE 'N'              TO WS-MC-CLASSE.
           MOVE WS-DT-NASC-ALUNO TO WS-MC-VALOR.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           MOVE WS-MC-SAIDA      TO WS-NASC-EXIBE.
           MOVE 'C'              TO WS-MC-CLASSE.
           MOVE WS-CPF-ALUNO     TO WS-MC-VALOR.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           MOVE WS-MC-SAIDA      TO WS-CPF-EXIBE.
       P435-MASCARA-DADOS-FIM.

      *DECIDE SE O REGISTRO LIDO ENTRA NA LISTAGEM, DE ACORDO COM O
      *FILTRO ESCOLHIDO EM P405-PEDE-FILTRO.
       P425-VERIFICA-FILTRO.
                       SET WS-REG-NO-FILTRO-OK TO TRUE
                   END-IF
           END-EVALUATE.
      *ALUNO DE UNIDADE NAO AUTORIZADA PARA O OPERADOR FICA FORA DA
      *LISTAGEM (MESMA REGRA DA CONSULTA DO NTALUCON). O REGISTRO
      *LIDO CONTINUA NA AREA DO ARQUIVO, DE ONDE VEM A UNIDADE.
           IF WS-REG-NO-FILTRO-OK THEN
               MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR
               MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE
               CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
               IF NOT WS-UN-AUTORIZADA THEN
                   SET WS-REG-NO-FILTRO-OK TO FALSE
                   ADD 1 TO WS-QTD-OUTRA-UNIDADE
               END-IF
           END-IF.
       P425-VERIFICA-FILTRO-FIM.

       P800-ERRO.
       P900-FINALIZA.
           DISPLAY 'TOTAL DE ALUNOS LISTADOS: ' WS-CONTA-REG
           END-DISPLAY.
           IF WS-QTD-OUTRA-UNIDADE IS GREATER THAN ZEROS THEN
               DISPLAY 'ALUNOS DE UNIDADES NAO AUTORIZADAS, OMITIDOS: '
                       WS-QTD-OUTRA-UNIDADE
               END-DISPLAY
           END-IF.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
