      *            DATA MARCADA COMO CANCELADA: O SABADO DE
      *            REPOSICAO ENTRA NO DIARIO COM RASTRO, EM VEZ DE
      *            VIRAR UM DIA QUALQUER SEM EXPLICACAO.
      * Update:    05/06/2023 - INCLUIDA A OPCAO 4, REGISTRO DO
      *            CONTEUDO MINISTRADO EM CADA AULA (CONTAULA.DAT),
      *            IMPRESSO NO DIARIO DE CLASSE OFICIAL (NTDIACLA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT CONTAULA
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-CONTAULA
           FILE  STATUS IS WS-FS-CTA.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
       FD  MATERIAS.
           COPY CFPK0002.

       FD  CONTAULA.
           COPY CFPK0069.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

           88 WS-FS-OCO-OK             VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-CTA                   PIC 99.
           88 WS-FS-CTA-OK             VALUE 0.

      *DATA E HORA CORRENTES, PARA O REGISTRO DO CONTEUDO.
       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO DIARIO
      *(60 LINHAS POR PAGINA, COMO NO NTALULIS).
                      WS-DT-AULA WS-TP-OCORRENCIA WS-CD-MOTIVO
                      WS-DT-REFERENCIA WS-ANO-SEMESTRE
                      WS-QTD-LISTADAS WS-LINHAS-SPOOL WS-LINHA-REL
                      WS-FS-CTA WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CONTAULA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
               END-DISPLAY
               MOVE '9' TO WS-OPCAO
           END-IF.
           OPEN I-O CONTAULA.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-CTA-OK THEN
               OPEN OUTPUT CONTAULA
               CLOSE CONTAULA
               OPEN I-O CONTAULA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
               WHEN '3'
                   PERFORM P520-IMPRIME-DIARIO
                           THRU P520-IMPRIME-DIARIO-FIM
               WHEN '4'
                   PERFORM P530-REGISTRA-CONTEUDO
                           THRU P530-REGISTRA-CONTEUDO-FIM
               WHEN '9'
                   DISPLAY 'OCORRENCIAS DE AULA ENCERRADAS'
                   END-DISPLAY
           DISPLAY '|<1> - REGISTRAR OCORRENCIA   |'.
           DISPLAY '|<2> - EXCLUIR OCORRENCIA     |'.
           DISPLAY '|<3> - IMPRIMIR DIARIO        |'.
           DISPLAY '|<4> - REGISTRAR CONTEUDO     |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.
           END-READ.
       P525-LE-OCORRENCIA-FIM.

      *REGISTRA O CONTEUDO DA EMENTA MINISTRADO NA AULA DE UMA DATA.
      *DATA MARCADA COMO AULA CANCELADA NAO TEM CONTEUDO. UMA DATA JA
      *REGISTRADA E REGRAVADA (CORRECAO), COMO NAS OCORRENCIAS.
       P530-REGISTRA-CONTEUDO.
           PERFORM P440-PEDE-CHAVE THRU P440-PEDE-CHAVE-FIM.
           MOVE WS-ID-MATERIA   TO ID-MATERIA  OF CH-MATERIA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF REG-MATERIA.
           READ MATERIAS
               INVALID KEY
                   DISPLAY 'OFERTA NAO LOCALIZADA EM MATERIAS.DAT.'
                   END-DISPLAY
                   GO TO P530-REGISTRA-CONTEUDO-FIM
           END-READ.
           DISPLAY 'A DATA DA AULA (AAAAMMDD)..............: '
           END-DISPLAY.
           ACCEPT WS-DT-AULA
           END-ACCEPT.
           MOVE WS-ID-MATERIA   TO ID-MATERIA-OCO.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-OCO.
           MOVE WS-DT-AULA      TO DT-OCORRENCIA.
           READ OCORRENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TP-OCORRENCIA-CANCELADA THEN
                       DISPLAY 'AULA DESTA DATA FOI CANCELADA. '
                               'CONTEUDO NAO REGISTRADO.'
                       END-DISPLAY
                       GO TO P530-REGISTRA-CONTEUDO-FIM
                   END-IF
           END-READ.
           MOVE WS-ID-MATERIA   TO ID-MATERIA-CTA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE-CTA.
           MOVE WS-DT-AULA      TO DT-AULA-CTA.
           READ CONTAULA
               INVALID KEY
                   MOVE SPACES TO DS-CONTEUDO-CTA
               NOT INVALID KEY
                   DISPLAY 'CONTEUDO JA REGISTRADO: '
                   END-DISPLAY
                   DISPLAY DS-CONTEUDO-1-CTA
                   END-DISPLAY
                   DISPLAY DS-CONTEUDO-2-CTA
                   END-DISPLAY
           END-READ.
           DISPLAY 'CONTEUDO MINISTRADO - LINHA 1 (70 POSICOES):'
           END-DISPLAY.
           ACCEPT DS-CONTEUDO-1-CTA
           END-ACCEPT.
           DISPLAY 'CONTEUDO MINISTRADO - LINHA 2 (70 POSICOES):'
           END-DISPLAY.
           ACCEPT DS-CONTEUDO-2-CTA
           END-ACCEPT.
           IF DS-CONTEUDO-CTA EQUAL SPACES THEN
               DISPLAY 'CONTEUDO EM BRANCO. NADA GRAVADO.'
               END-DISPLAY
               GO TO P530-REGISTRA-CONTEUDO-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-CTA.
           MOVE WS-DH-DATA      TO DT-REGISTRO-CTA.
           WRITE REG-CONTAULA
               INVALID KEY
                   REWRITE REG-CONTAULA
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O CONTEUDO.'
                           END-DISPLAY
                       NOT INVALID KEY
                           DISPLAY 'CONTEUDO REGRAVADO.'
                           END-DISPLAY
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'CONTEUDO REGISTRADO.'
                   END-DISPLAY
           END-WRITE.
       P530-REGISTRA-CONTEUDO-FIM.
           EXIT.

      *ALOCA O SPOOL DO DIARIO NO PGSPOOL E ABRE O ARQUIVO DE SAIDA
      *DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
       P420-FECHA-ARQ.
           CLOSE OCORRENCIAS.
           CLOSE MATERIAS.
           CLOSE CONTAULA.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
