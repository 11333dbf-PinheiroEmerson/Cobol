      *            QT-OCUPADAS REALINHADA (ATIVAS APURADAS MAIS
      *            PROMOCOES FEITAS), MANTENDO A CONTAGEM USADA PELA
      *            MATRICULA SEM VARREDURA.
      * Update:    05/12/2022 - A PROMOCAO RELE A MATRICULA PELA CHAVE
      *            COM O ANO-SEMESTRE DA OFERTA, QUE PASSOU A FAZER
      *            PARTE DELA.
      * Update:    14/09/2023 - MODO SIMULACAO: FAZ A MESMA APURACAO DE
      *            VAGAS E ESCOLHA DOS MAIS ANTIGOS SEM REGRAVAR
      *            MATRICULA NEM MATERIAS, RELATANDO NO SPOOL (PGSPOOL)
      *            AS PROMOCOES QUE SERIAM FEITAS, AS OCUPADAS QUE
      *            SERIAM REALINHADAS, AS REJEICOES E OS TOTAIS. PELA
      *            AGENDA DE LOTES O MODO VEM DA AREA DE LOTE DO
      *            NTAGNRUN; PELO MENU, E PERGUNTADO.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    22/09/2023 - A LISTA DE ESPERA DA OFERTA E LIDA PELA
      *            CHAVE ALTERNADA DA OFERTA (CH-OFERTA-MATRICULA), SEM
      *            PERCORRER MATRICULA.DAT INTEIRO; O EMPATE DE DATA
      *            CONTINUA COM O MENOR ID-ALUNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAS.
       FD  MATRICULA.
           COPY CFPK0005.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
       77  WS-INDICE-ANTIGO            PIC 9(03) VALUE ZEROS.
       77  WS-VAGAS-LIVRES             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-PROMOVIDOS           PIC 9(04) VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC 9(04) VALUE ZEROS.
       77  WS-QTD-REALINHADAS          PIC 9(04) VALUE ZEROS.
       77  WS-QT-OCUPADAS-ANTES        PIC 9(03) VALUE ZEROS.

      *MODO SIMULACAO: TODA A APURACAO E FEITA, MAS NADA E GRAVADO
      *NOS CADASTROS; O QUE MUDARIA VAI PARA O RELATORIO NO SPOOL.
       77  WS-SIMULACAO                PIC X     VALUE 'N'.
           88 WS-SIMULACAO-OK          VALUE 'S' FALSE 'N'.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *DA SIMULACAO (60 LINHAS POR PAGINA, COMO NO NTALULIS).
       01  WS-PARM-SPOOL.
           03 WS-SP-ACAO               PIC X(01).
           03 WS-SP-RELATORIO          PIC X(08).
           03 WS-SP-OPERADOR           PIC X(10).
           03 WS-SP-NUMERO             PIC 9(05).
           03 WS-SP-PAGINAS            PIC 9(04).
           03 WS-SP-CAMINHO            PIC X(80).

       77  WS-FS-SPL                   PIC 99.
           88 WS-FS-SPL-OK             VALUE 0.
       77  WS-LINHAS-SPOOL             PIC 9(03) VALUE ZEROS.
       77  WS-SPOOL-ABERTO             PIC X     VALUE 'N'.
           88 WS-SPOOL-ABERTO-OK       VALUE 'S' FALSE 'N'.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

       77  WS-EOF-MATERIAS             PIC X.
           88 WS-EOF-MATERIAS-OK       VALUE 'S' FALSE 'N'.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

      *AREA OPCIONAL DOS DESPACHANTES DE LOTE (NTEODRUN/NTAGNRUN).
       01  LK-PARM-LOTE.
           03 LK-LT-SIMULACAO          PIC X(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA LK-PARM-LOTE.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
                      WS-ANO-SEMESTRE WS-QT-ATIVAS WS-QT-ESPERA
                      WS-QT-PROMOV-OFERTA
                      WS-INDICE WS-INDICE-ANTIGO WS-VAGAS-LIVRES
                      WS-QTD-PROMOVIDOS WS-QTD-REJEITADOS
                      WS-QTD-REALINHADAS WS-QT-OCUPADAS-ANTES
                      WS-FS-SPL WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MATERIAS-OK      TO FALSE.
           SET WS-SPOOL-ABERTO-OK      TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P105-DEFINE-SIMULACAO
                   THRU P105-DEFINE-SIMULACAO-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
           IF WS-SIMULACAO-OK THEN
               PERFORM P600-ABRE-SPOOL THRU P600-ABRE-SPOOL-FIM
               STRING 'SIMULACAO DA PROMOCAO DA LISTA DE ESPERA - '
                      'NADA FOI GRAVADO NOS CADASTROS'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P605-GRAVA-LINHA-SPOOL
                       THRU P605-GRAVA-LINHA-SPOOL-FIM
               MOVE ALL '=' TO WS-LINHA-REL
               PERFORM P605-GRAVA-LINHA-SPOOL
                       THRU P605-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P100-INICIO-FIM.

      *CHAMADO PELOS DESPACHANTES DE LOTE, O MODO VEM DA AREA DE
      *LOTE; CHAMADO PELO MENU, E PERGUNTADO AO OPERADOR.
       P105-DEFINE-SIMULACAO.
           SET WS-SIMULACAO-OK TO FALSE.
           IF ADDRESS OF LK-PARM-LOTE NOT EQUAL NULL THEN
               IF LK-LT-SIMULACAO EQUAL 'S' THEN
                   SET WS-SIMULACAO-OK TO TRUE
               END-IF
           ELSE
               DISPLAY 'EXECUTAR EM SIMULACAO, SEM GRAVAR NOS '
                       'CADASTROS? (S/N)'
               END-DISPLAY
               ACCEPT WS-SIMULACAO
               END-ACCEPT
               IF NOT WS-SIMULACAO-OK THEN
                   SET WS-SIMULACAO-OK TO FALSE
               END-IF
           END-IF.
           IF WS-SIMULACAO-OK THEN
               DISPLAY '*** MODO SIMULACAO: NADA SERA GRAVADO NOS '
                       'CADASTROS ***'
               END-DISPLAY
           END-IF.
       P105-DEFINE-SIMULACAO-FIM.

      *MONTA O CAMINHO COMPLETO DOS ARQUIVOS DE MATERIAS E DE
      *MATRICULA A PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           END-DISPLAY.
           DISPLAY 'ALUNOS PROMOVIDOS: ' WS-QTD-PROMOVIDOS
           END-DISPLAY.
           IF WS-SIMULACAO-OK THEN
               MOVE ALL '-' TO WS-LINHA-REL
               PERFORM P605-GRAVA-LINHA-SPOOL
                       THRU P605-GRAVA-LINHA-SPOOL-FIM
               STRING 'PROMOCOES QUE SERIAM FEITAS: ' WS-QTD-PROMOVIDOS
                      ' - OFERTAS COM OCUPADAS REALINHADAS: '
                      WS-QTD-REALINHADAS
                      ' - REJEITADOS: ' WS-QTD-REJEITADOS
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P605-GRAVA-LINHA-SPOOL
                       THRU P605-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P200-PROCESSA-FIM.

      *NA SIMULACAO OS CADASTROS SO SAO LIDOS.
       P400-ABRE-ARQ.
           IF WS-SIMULACAO-OK THEN
               OPEN INPUT MATERIAS
           ELSE
               OPEN I-O MATERIAS
           END-IF.
           IF NOT WS-FS-M-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           IF WS-SIMULACAO-OK THEN
               OPEN INPUT MATRICULA
           ELSE
               OPEN I-O MATRICULA
           END-IF.
           IF NOT WS-FS-R-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.

      *VARRE MATRICULA.DAT CONTANDO AS ATIVAS DA OFERTA E COLETANDO A
      *LISTA DE ESPERA; DEPOIS PROMOVE OS MAIS ANTIGOS ATE PREENCHER
      *AS VAGAS LIVRES. POSICIONA NA OFERTA PELA CHAVE ALTERNADA; A
      *PRIMEIRA MATRICULA DE OUTRA OFERTA ENCERRA A LEITURA.
       P440-ANALISA-OFERTA.
           MOVE ZEROS TO WS-QT-ATIVAS.
           MOVE ZEROS TO WS-QT-ESPERA.
           SET WS-EOF-MATRICULA-OK TO FALSE.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS EQUAL TO CH-OFERTA-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
      *REALINHA A CONTAGEM MANTIDA DA OFERTA COM O QUE A VARREDURA
      *APUROU MAIS AS PROMOCOES FEITAS; A VARREDURA DESTE JOB E A
      *FONTE DA VERDADE E DE QUEBRA CORRIGE CONTAGEM DESALINHADA.
           MOVE QT-OCUPADAS TO WS-QT-OCUPADAS-ANTES.
           COMPUTE QT-OCUPADAS =
               WS-QT-ATIVAS + WS-QT-PROMOV-OFERTA.
           IF WS-SIMULACAO-OK THEN
               IF QT-OCUPADAS NOT EQUAL WS-QT-OCUPADAS-ANTES THEN
                   ADD 1 TO WS-QTD-REALINHADAS
                   STRING 'OFERTA ' WS-ID-MATERIA ' PERIODO '
                          WS-AS-ANO '/' WS-AS-SEMESTRE
                          ': OCUPADAS ' WS-QT-OCUPADAS-ANTES ' -> '
                          QT-OCUPADAS ' (VAGAS ' WS-MX-VAGAS ')'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
                   PERFORM P605-GRAVA-LINHA-SPOOL
                           THRU P605-GRAVA-LINHA-SPOOL-FIM
               END-IF
           ELSE
               REWRITE REG-MATERIA
               END-REWRITE
           END-IF.
       P440-ANALISA-OFERTA-FIM.

       P450-LE-MATRICULA.
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA
                      OR ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-MATRICULA-OK TO TRUE
                   ELSE
                       IF ST-MATRICULA-ATIVA THEN
                           ADD 1 TO WS-QT-ATIVAS
                       END-IF
       P450-LE-MATRICULA-FIM.

      *SELECIONA NA FILA COLETADA O REGISTRO AINDA NAO PROMOVIDO DE
      *DATA MAIS ANTIGA (EMPATE FICA COM O MENOR ID-ALUNO; A LEITURA
      *PELA OFERTA NAO VEM NA ORDEM DO ALUNO) E O PROMOVE.
       P500-PROMOVE-MAIS-ANTIGO.
           MOVE ZEROS TO WS-INDICE-ANTIGO.
           PERFORM P510-ACHA-MAIS-ANTIGO
           IF WS-EP-PROMOVIDO (WS-INDICE) EQUAL 'N' THEN
               IF WS-INDICE-ANTIGO EQUAL ZEROS OR
                  WS-EP-DT-MATRICULA (WS-INDICE) IS LESS THAN
                      WS-EP-DT-MATRICULA (WS-INDICE-ANTIGO) OR
                  (WS-EP-DT-MATRICULA (WS-INDICE) EQUAL
                      WS-EP-DT-MATRICULA (WS-INDICE-ANTIGO) AND
                   WS-EP-ID-ALUNO (WS-INDICE) IS LESS THAN
                      WS-EP-ID-ALUNO (WS-INDICE-ANTIGO)) THEN
                   MOVE WS-INDICE TO WS-INDICE-ANTIGO
               END-IF
           END-IF.
           MOVE WS-EP-ID-ALUNO (WS-INDICE-ANTIGO)
                TO ID-ALUNO   OF CH-MATRICULA.
           MOVE WS-ID-MATERIA TO ID-MATERIA OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           READ MATRICULA
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O ALUNO DA LISTA DE '
                           'ESPERA.'
                   END-DISPLAY
                   ADD 1 TO WS-QTD-REJEITADOS
                   IF WS-SIMULACAO-OK THEN
                       STRING 'REJEITADO: ALUNO '
                              WS-EP-ID-ALUNO (WS-INDICE-ANTIGO)
                              ' - MATERIA ' WS-ID-MATERIA
                              ' - MATRICULA NAO ENCONTRADA NA RELEITURA'
                              DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM P605-GRAVA-LINHA-SPOOL
                               THRU P605-GRAVA-LINHA-SPOOL-FIM
                   END-IF
               NOT INVALID KEY
                   IF WS-SIMULACAO-OK THEN
                       PERFORM P530-SIMULA-PROMOCAO
                               THRU P530-SIMULA-PROMOCAO-FIM
                   ELSE
                       PERFORM P525-GRAVA-PROMOCAO
                               THRU P525-GRAVA-PROMOCAO-FIM
                   END-IF
           END-READ.
           MOVE 'S' TO WS-EP-PROMOVIDO (WS-INDICE-ANTIGO).
       P520-EFETIVA-PROMOCAO-FIM.

       P525-GRAVA-PROMOCAO.
           SET ST-MATRICULA-ATIVA TO TRUE.
           REWRITE REG-MATRICULA
               INVALID KEY
                   DISPLAY 'ERRO AO PROMOVER O ALUNO.'
                   END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-PROMOVIDOS
                   ADD 1 TO WS-QT-PROMOV-OFERTA
                   SUBTRACT 1 FROM WS-VAGAS-LIVRES
                   DISPLAY 'PROMOVIDO: ALUNO '
                           WS-EP-ID-ALUNO (WS-INDICE-ANTIGO)
                           ' - MATERIA ' WS-ID-MATERIA
                           ' - PERIODO ' WS-AS-ANO '/'
                           WS-AS-SEMESTRE
                   END-DISPLAY
           END-REWRITE.
       P525-GRAVA-PROMOCAO-FIM.

      *SIMULACAO: CONTA A PROMOCAO COMO SE GRAVADA E RELATA A
      *SITUACAO ANTES E DEPOIS.
       P530-SIMULA-PROMOCAO.
           ADD 1 TO WS-QTD-PROMOVIDOS.
           ADD 1 TO WS-QT-PROMOV-OFERTA.
           SUBTRACT 1 FROM WS-VAGAS-LIVRES.
           STRING 'ALUNO ' WS-EP-ID-ALUNO (WS-INDICE-ANTIGO)
                  ' - MATERIA ' WS-ID-MATERIA
                  ' - PERIODO ' WS-AS-ANO '/' WS-AS-SEMESTRE
                  ': ' ST-MATRICULA ' -> ATIVA (NA ESPERA DESDE '
                  WS-EP-DT-MATRICULA (WS-INDICE-ANTIGO) ')'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P605-GRAVA-LINHA-SPOOL
                   THRU P605-GRAVA-LINHA-SPOOL-FIM.
       P530-SIMULA-PROMOCAO-FIM.

       P420-FECHA-ARQ.
           CLOSE MATERIAS.
           CLOSE MATRICULA.
           IF WS-SPOOL-ABERTO-OK THEN
               PERFORM P610-FECHA-SPOOL THRU P610-FECHA-SPOOL-FIM
           END-IF.
       P420-FECHA-ARQ-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P600-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTMATPRM'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           SET WS-SPOOL-ABERTO-OK TO TRUE.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
       P600-ABRE-SPOOL-FIM.

      *GRAVA UMA LINHA NO SPOOL, CONTANDO AS PAGINAS (60 LINHAS).
       P605-GRAVA-LINHA-SPOOL.
           MOVE WS-LINHA-REL TO REG-SAIDA-SPOOL.
           WRITE REG-SAIDA-SPOOL
           END-WRITE.
           ADD 1 TO WS-LINHAS-SPOOL.
           IF WS-LINHAS-SPOOL IS GREATER THAN OR EQUAL TO 60 THEN
               MOVE ZEROS TO WS-LINHAS-SPOOL
               ADD 1 TO WS-SP-PAGINAS
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
       P605-GRAVA-LINHA-SPOOL-FIM.

       P610-FECHA-SPOOL.
           CLOSE SAIDA-SPOOL.
           SET WS-SPOOL-ABERTO-OK TO FALSE.
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           DISPLAY 'RELATORIO DA SIMULACAO GUARDADO NO SPOOL '
                   WS-SP-NUMERO ' (' WS-SP-PAGINAS ' PAGINAS). '
                   'REIMPRESSAO PELO NTSPLREP.'
           END-DISPLAY.
       P610-FECHA-SPOOL-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
