      *            EMERGENCIA VINCULADOS EM ALURESP.DAT, PARA A
      *            PASTA DO PROFESSOR. SAI NO SPOOL (PGSPOOL),
      *            REIMPRIMIVEL PELO NTSPLREP.
      * Update:    06/09/2023 - OS CAMPOS DA FICHA DE SAUDE (SANGUE,
      *            ALERGIAS, MEDICACAO, NUMERO DO PLANO E ALERTA) SAEM
      *            COMO RESTRITOS QUANDO O NIVEL DO OPERADOR NAO LIBERA
      *            A CLASSE DE DADOS DE SAUDE (PGMASCAR, LGPD).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO (INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX). A LEITURA POSICIONA NA
      *            OFERTA PELA CHAVE NOVA (P405) E PARA NA PRIMEIRA
      *            MATRICULA DE OUTRA OFERTA, EM VEZ DE PERCORRER O
      *            ARQUIVO INTEIRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT ALUNOS
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

      *AREA DO MASCARAMENTO DE DADOS SENSIVEIS (PGMASCAR): A FICHA DE
      *SAUDE SAI EM CLARO SO SE O NIVEL DO OPERADOR PERMITE.
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
       01  WS-SAUDE-EXIBE.
           03 WS-SE-SANGUE             PIC X(16).
           03 WS-SE-ALERGIAS           PIC X(40).
           03 WS-SE-MEDICACAO          PIC X(40).
           03 WS-SE-NR-PLANO           PIC X(16).
           03 WS-SE-ALERTA             PIC X(40).

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).
           03 WS-COM-NIVEL             PIC 9(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MATRICULA-OK     TO FALSE.
           INITIALIZE WS-PARM-MASCARA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE 'L'             TO WS-MC-ACAO.
           MOVE 'S'             TO WS-MC-CLASSE.
           MOVE WS-COM-NIVEL    TO WS-MC-NIVEL.
           MOVE WS-COM-OPERADOR TO WS-MC-OPERADOR.
           MOVE 'NTSAUFIC'      TO WS-MC-PROGRAMA.
           MOVE 'SAUDE'         TO WS-MC-ARQUIVO.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P405-POSICIONA-MATRICULA
                   THRU P405-POSICIONA-MATRICULA-FIM.
           PERFORM P410-LE-MATRICULA THRU P410-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MATRICULA-OK.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           END-DISPLAY.
       P200-PROCESSA-FIM.

      *POSICIONA NA PRIMEIRA MATRICULA DA OFERTA PELA CHAVE ALTERNADA
      *CH-OFERTA-MATRICULA (MATERIA + ANO/SEMESTRE). OFERTA SEM
      *MATRICULA = FIM IMEDIATO.
       P405-POSICIONA-MATRICULA.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS EQUAL TO CH-OFERTA-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
       P405-POSICIONA-MATRICULA-FIM.

      *A LEITURA SEGUE NA ORDEM DA CHAVE ALTERNADA; A PRIMEIRA
      *MATRICULA DE OUTRA OFERTA ENCERRA O LACO. A TURMA, FORA DA
      *CHAVE, CONTINUA FILTRADA AQUI.
       P410-LE-MATRICULA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA OR
                      ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-MATRICULA-OK TO TRUE
                       GO TO P410-LE-MATRICULA-FIM
                   END-IF
                   IF ST-MATRICULA-ATIVA AND
                      (WS-CD-TURMA EQUAL SPACES OR
                       TURMA OF REG-MATRICULA EQUAL WS-CD-TURMA)
                       THEN
                           THRU P305-GRAVA-LINHA-SPOOL-FIM
                   GO TO P510-IMPRIME-SAUDE-FIM
           END-READ.
           PERFORM P515-MASCARA-SAUDE THRU P515-MASCARA-SAUDE-FIM.
           STRING '   SANGUE ' WS-SE-SANGUE
                  ' ALERGIAS: ' WS-SE-ALERGIAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '   MEDICACAO: ' WS-SE-MEDICACAO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING '   PLANO: ' NM-PLANO-SAUDE ' '
                  WS-SE-NR-PLANO ' ALERTA: ' WS-SE-ALERTA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
       P510-IMPRIME-SAUDE-FIM.
           EXIT.

      *CAMPOS DA FICHA EM CLARO OU RESTRITOS CONFORME O NIVEL DO
      *OPERADOR (CLASSE DE DADOS DE SAUDE).
       P515-MASCARA-SAUDE.
           MOVE WS-ID-ALUNO-ATUAL TO WS-MC-CHAVE.
           MOVE TP-SANGUINEO      TO WS-MC-VALOR.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           MOVE WS-MC-SAIDA       TO WS-SE-SANGUE.
           MOVE DS-ALERGIAS       TO WS-MC-VALOR.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           MOVE WS-MC-SAIDA       TO WS-SE-ALERGIAS.
           MOVE DS-MEDICACAO      TO WS-MC-VALOR.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           MOVE WS-MC-SAIDA       TO WS-SE-MEDICACAO.
           MOVE NR-PLANO-SAUDE    TO WS-MC-VALOR.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           MOVE WS-MC-SAIDA       TO WS-SE-NR-PLANO.
           MOVE DS-ALERTA-SAUDE   TO WS-MC-VALOR.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           MOVE WS-MC-SAIDA       TO WS-SE-ALERTA.
       P515-MASCARA-SAUDE-FIM.
           EXIT.

      *CONTATOS DE EMERGENCIA VINCULADOS AO ALUNO EM ALURESP.DAT.
       P520-IMPRIME-EMERGENCIA.
           IF NOT WS-FS-V-OK THEN
