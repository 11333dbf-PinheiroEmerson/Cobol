      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      17/04/2023.
      * Purpose:   CLASSIFICACAO E CHAMADAS DO PROCESSO SELETIVO -
      *            PARA O ANO DO PROCESSO E O CURSO INFORMADOS:
      *            NA PRIMEIRA EXECUCAO CLASSIFICA OS INSCRITOS COM
      *            NOTA LANCADA (NOTA DECRESCENTE; EMPATE PARA O MAIS
      *            VELHO, DEPOIS PARA O MENOR NUMERO DE INSCRICAO) E
      *            GRAVA A POSICAO DE CADA UM (CANDIDATO.DAT); EM
      *            TODAS AS EXECUCOES PUBLICA A PROXIMA CHAMADA: OS
      *            CONVOCADOS DA CHAMADA ANTERIOR QUE NAO CONFIRMARAM
      *            A MATRICULA (NTSELCNV) PERDEM A VAGA E PASSAM A
      *            DESISTENTES, E AS VAGAS AINDA LIVRES (VAGAS.DAT
      *            MENOS OS JA MATRICULADOS) SAO PREENCHIDAS PELOS
      *            PROXIMOS INSCRITOS NA ORDEM DA CLASSIFICACAO. A
      *            LISTA DA CHAMADA SAI NO SPOOL (PGSPOOL),
      *            REIMPRIMIVEL PELO NTSPLREP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTSELCHA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CANDIDATO
           FILE  STATUS IS WS-FS-CAN.

           SELECT VAGAS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-VAGA
           FILE  STATUS IS WS-FS-V.

           SELECT CURSO
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CURSO OF REG-CURSO
           FILE  STATUS IS WS-FS-C.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATO.
           COPY CFPK0058.

       FD  VAGAS.
           COPY CFPK0059.

       FD  CURSO.
           COPY CFPK0015.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).

       77  WS-AA-PROCESSO              PIC 9(04) VALUE ZEROS.
       77  WS-ID-CURSO                 PIC 9(02) VALUE ZEROS.
       77  WS-NR-CHAMADA               PIC 9(02) VALUE ZEROS.
       77  WS-VAGAS-LIVRES             PIC S9(04) VALUE ZEROS.
       77  WS-VL-NOTA-EDITADA          PIC ZZZ9,99.

      *FILA DE CANDIDATOS DO CURSO. NA CLASSIFICACAO E ORDENADA PELA
      *NOTA; NA CHAMADA, PELA POSICAO JA GRAVADA.
       01  WS-TABELA-CANDIDATOS.
           03 WS-QT-CANDIDATOS         PIC 9(04) VALUE ZEROS.
           03 WS-TB-ENTRADA OCCURS 999 TIMES.
               05 WS-TB-ID-CANDIDATO   PIC 9(05).
               05 WS-TB-VL-NOTA        PIC 9(04)V99.
               05 WS-TB-DT-NASC        PIC 9(08).
               05 WS-TB-NR-CLASSIF     PIC 9(04).

      *AREA DE TROCA DA ORDENACAO (UMA ENTRADA INTEIRA, 23 BYTES).
       01  WS-ENTRADA-TROCA            PIC X(23) VALUE SPACES.

       77  WS-INDICE                   PIC 9(04) VALUE ZEROS.
       77  WS-INDICE-2                 PIC 9(04) VALUE ZEROS.
       77  WS-TROCA                    PIC X.
           88 WS-TROCA-OK              VALUE 'S' FALSE 'N'.
       77  WS-CRITERIO                 PIC X(01) VALUE SPACES.
           88 WS-ORDENA-NOTA           VALUE 'N'.
           88 WS-ORDENA-CLASSIF        VALUE 'C'.
       77  WS-ESTOURO                  PIC X.
           88 WS-ESTOURO-OK            VALUE 'S' FALSE 'N'.

       77  WS-QTD-LIDOS                PIC 9(05) VALUE ZEROS.
       77  WS-QTD-CLASSIFICADOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-NOTA             PIC 9(05) VALUE ZEROS.
       77  WS-QTD-MATRICULADOS         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-EXPIRADOS            PIC 9(05) VALUE ZEROS.
       77  WS-QTD-CONVOCADOS           PIC 9(05) VALUE ZEROS.

       77  WS-EOF-CANDIDATO            PIC X.
           88 WS-EOF-CANDIDATO-OK      VALUE 'S' FALSE 'N'.

       77  WS-FS-CAN                   PIC 99.
           88 WS-FS-CAN-OK             VALUE 0.
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO DO RELATORIO
      *(60 LINHAS POR PAGINA, COMO NO NTALULIS).
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
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTSELCHA'.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'CONCLUIDO'.
       01  WS-DH-INICIO-JOB            PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DH-INICIO-JOB.
           03 WS-DH-INICIO-14          PIC 9(14).
           03 FILLER                   PIC X(07).

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO     THRU P100-INICIO-FIM.
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-CAN WS-FS-V WS-FS-C WS-FS-SPL
                      WS-AA-PROCESSO WS-ID-CURSO WS-NR-CHAMADA
                      WS-VAGAS-LIVRES WS-QT-CANDIDATOS WS-QTD-LIDOS
                      WS-QTD-CLASSIFICADOS WS-QTD-SEM-NOTA
                      WS-QTD-MATRICULADOS WS-QTD-EXPIRADOS
                      WS-QTD-CONVOCADOS WS-LINHAS-SPOOL
                      WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DH-INICIO-JOB.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS CANDIDATOS, DAS VAGAS E DOS CURSOS A
      *PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CANDIDATO.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\VAGAS.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CURSO.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O CANDIDATO.
           IF NOT WS-FS-CAN-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O VAGAS.
           IF NOT WS-FS-V-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT CURSO.
           IF NOT WS-FS-C-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           DISPLAY 'CLASSIFICACAO E CHAMADA. INFORME:'
           END-DISPLAY.
           DISPLAY 'O ANO DO PROCESSO (AAAA)...............: '
           END-DISPLAY.
           ACCEPT WS-AA-PROCESSO
           END-ACCEPT.
           DISPLAY 'O CODIGO DO CURSO......................: '
           END-DISPLAY.
           ACCEPT WS-ID-CURSO
           END-ACCEPT.
           MOVE WS-AA-PROCESSO TO AA-PROCESSO-VAG.
           MOVE WS-ID-CURSO    TO ID-CURSO-VAG.
           READ VAGAS
               INVALID KEY
                   DISPLAY 'CURSO SEM VAGAS CADASTRADAS NO PROCESSO.'
                   END-DISPLAY
                   MOVE 'ABANDONADO' TO WS-JL-STATUS
                   GO TO P200-PROCESSA-FIM
           END-READ.
           MOVE WS-ID-CURSO TO ID-CURSO OF REG-CURSO.
           READ CURSO
               INVALID KEY
                   MOVE SPACES TO NM-CURSO
           END-READ.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           COMPUTE WS-NR-CHAMADA = NR-ULTIMA-CHAMADA + 1.
           IF NR-ULTIMA-CHAMADA EQUAL ZEROS THEN
               PERFORM P500-CLASSIFICA THRU P500-CLASSIFICA-FIM
               IF WS-ESTOURO-OK THEN
                   MOVE 'ABANDONADO' TO WS-JL-STATUS
                   GO TO P200-PROCESSA-FIM
               END-IF
           END-IF.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P600-FECHA-CHAMADA
                   THRU P600-FECHA-CHAMADA-FIM.
           COMPUTE WS-VAGAS-LIVRES = QT-VAGAS - WS-QTD-MATRICULADOS.
           IF WS-VAGAS-LIVRES IS GREATER THAN ZEROS THEN
               PERFORM P700-CONVOCA THRU P700-CONVOCA-FIM
           END-IF.
           PERFORM P450-GRAVA-TOTAIS THRU P450-GRAVA-TOTAIS-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           IF WS-QTD-CONVOCADOS IS GREATER THAN ZEROS THEN
               PERFORM P750-ATUALIZA-VAGAS
                       THRU P750-ATUALIZA-VAGAS-FIM
           END-IF.
           DISPLAY '*** CLASSIFICACAO E CHAMADA CONCLUIDA ***'
           END-DISPLAY.
           DISPLAY 'CLASSIFICADOS NESTA EXECUCAO.: '
                   WS-QTD-CLASSIFICADOS
           END-DISPLAY.
           DISPLAY 'JA MATRICULADOS..............: '
                   WS-QTD-MATRICULADOS
           END-DISPLAY.
           DISPLAY 'NAO CONFIRMARAM (DESISTENTES): ' WS-QTD-EXPIRADOS
           END-DISPLAY.
           DISPLAY 'CONVOCADOS NA CHAMADA ' WS-NR-CHAMADA '.......: '
                   WS-QTD-CONVOCADOS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *PRIMEIRA EXECUCAO DO CURSO: CARREGA OS INSCRITOS COM NOTA
      *LANCADA, ORDENA E GRAVA A POSICAO DE CADA UM. QUEM NAO TEM
      *NOTA FICA FORA (POSICAO ZERO) E NUNCA E CONVOCADO.
       P500-CLASSIFICA.
           SET WS-ESTOURO-OK TO FALSE.
           MOVE ZEROS TO WS-QT-CANDIDATOS.
           SET WS-EOF-CANDIDATO-OK TO FALSE.
           MOVE WS-AA-PROCESSO TO AA-PROCESSO-CAN.
           MOVE ZEROS          TO ID-CANDIDATO.
           START CANDIDATO KEY IS NOT LESS THAN CH-CANDIDATO
               INVALID KEY
                   SET WS-EOF-CANDIDATO-OK TO TRUE
           END-START.
           PERFORM P505-CARREGA-INSCRITO
                   THRU P505-CARREGA-INSCRITO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-CANDIDATO-OK.
           IF WS-ESTOURO-OK THEN
               DISPLAY 'MAIS DE 999 CANDIDATOS NO CURSO; '
                       'CLASSIFICACAO NAO FEITA.'
               END-DISPLAY
               GO TO P500-CLASSIFICA-FIM
           END-IF.
           SET WS-ORDENA-NOTA TO TRUE.
           PERFORM P510-ORDENA THRU P510-ORDENA-FIM.
           PERFORM P530-GRAVA-POSICAO THRU P530-GRAVA-POSICAO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE IS GREATER THAN WS-QT-CANDIDATOS.
       P500-CLASSIFICA-FIM.
           EXIT.

       P505-CARREGA-INSCRITO.
           READ CANDIDATO NEXT RECORD
               AT END
                   SET WS-EOF-CANDIDATO-OK TO TRUE
               NOT AT END
                   IF AA-PROCESSO-CAN NOT EQUAL WS-AA-PROCESSO THEN
                       SET WS-EOF-CANDIDATO-OK TO TRUE
                   ELSE
                       IF ID-CURSO-CAN EQUAL WS-ID-CURSO AND
                          ST-CANDIDATO-INSCRITO THEN
                           IF DT-NOTA-CAN EQUAL ZEROS THEN
                               ADD 1 TO WS-QTD-SEM-NOTA
                           ELSE
                               PERFORM P507-EMPILHA
                                       THRU P507-EMPILHA-FIM
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       P505-CARREGA-INSCRITO-FIM.

       P507-EMPILHA.
           IF WS-QT-CANDIDATOS IS GREATER THAN OR EQUAL TO 999 THEN
               SET WS-ESTOURO-OK       TO TRUE
               SET WS-EOF-CANDIDATO-OK TO TRUE
               GO TO P507-EMPILHA-FIM
           END-IF.
           ADD 1 TO WS-QT-CANDIDATOS.
           MOVE ID-CANDIDATO      TO WS-TB-ID-CANDIDATO
                                     (WS-QT-CANDIDATOS).
           MOVE VL-NOTA-CAN       TO WS-TB-VL-NOTA (WS-QT-CANDIDATOS).
           MOVE DT-NASC-CANDIDATO TO WS-TB-DT-NASC (WS-QT-CANDIDATOS).
           MOVE NR-CLASSIF-CAN    TO WS-TB-NR-CLASSIF
                                     (WS-QT-CANDIDATOS).
       P507-EMPILHA-FIM.
           EXIT.

      *ORDENACAO POR TROCA (BOLHA), COMO NO QUADRO DE HONRA
      *(NTRANKIN), PELO CRITERIO ESCOLHIDO EM WS-CRITERIO.
       P510-ORDENA.
           SET WS-TROCA-OK TO TRUE.
           PERFORM P515-PASSADA THRU P515-PASSADA-FIM
                   UNTIL NOT WS-TROCA-OK.
       P510-ORDENA-FIM.

       P515-PASSADA.
           SET WS-TROCA-OK TO FALSE.
           PERFORM P520-COMPARA-PAR THRU P520-COMPARA-PAR-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE IS GREATER THAN OR EQUAL TO
                         WS-QT-CANDIDATOS.
       P515-PASSADA-FIM.

      *NOTA DECRESCENTE; NO EMPATE, O MAIS VELHO (MENOR DATA DE
      *NASCIMENTO) E DEPOIS O MENOR NUMERO DE INSCRICAO. NA FILA DA
      *CHAMADA, SO A POSICAO CRESCENTE.
       P520-COMPARA-PAR.
           COMPUTE WS-INDICE-2 = WS-INDICE + 1.
           IF (WS-ORDENA-NOTA AND
               (WS-TB-VL-NOTA (WS-INDICE-2) IS GREATER THAN
                WS-TB-VL-NOTA (WS-INDICE)
                OR (WS-TB-VL-NOTA (WS-INDICE-2) EQUAL
                    WS-TB-VL-NOTA (WS-INDICE)
                    AND WS-TB-DT-NASC (WS-INDICE-2) IS LESS THAN
                        WS-TB-DT-NASC (WS-INDICE))
                OR (WS-TB-VL-NOTA (WS-INDICE-2) EQUAL
                    WS-TB-VL-NOTA (WS-INDICE)
                    AND WS-TB-DT-NASC (WS-INDICE-2) EQUAL
                        WS-TB-DT-NASC (WS-INDICE)
                    AND WS-TB-ID-CANDIDATO (WS-INDICE-2) IS LESS
                        THAN WS-TB-ID-CANDIDATO (WS-INDICE))))
              OR (WS-ORDENA-CLASSIF AND
                  WS-TB-NR-CLASSIF (WS-INDICE-2) IS LESS THAN
                  WS-TB-NR-CLASSIF (WS-INDICE)) THEN
               MOVE WS-TB-ENTRADA (WS-INDICE)
                    TO WS-ENTRADA-TROCA
               MOVE WS-TB-ENTRADA (WS-INDICE-2)
                    TO WS-TB-ENTRADA (WS-INDICE)
               MOVE WS-ENTRADA-TROCA
                    TO WS-TB-ENTRADA (WS-INDICE-2)
               SET WS-TROCA-OK TO TRUE
           END-IF.
       P520-COMPARA-PAR-FIM.

       P530-GRAVA-POSICAO.
           MOVE WS-AA-PROCESSO                TO AA-PROCESSO-CAN.
           MOVE WS-TB-ID-CANDIDATO (WS-INDICE) TO ID-CANDIDATO.
           READ CANDIDATO
               INVALID KEY
                   GO TO P530-GRAVA-POSICAO-FIM
           END-READ.
           MOVE WS-INDICE TO NR-CLASSIF-CAN.
           REWRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A POSICAO DO CANDIDATO '
                           ID-CANDIDATO
                   END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CLASSIFICADOS
           END-REWRITE.
       P530-GRAVA-POSICAO-FIM.
           EXIT.

      *ENCERRA A CHAMADA ANTERIOR: QUEM FOI CONVOCADO E NAO
      *CONFIRMOU PERDE A VAGA. CONTA OS JA MATRICULADOS E MONTA A
      *FILA DOS INSCRITOS CLASSIFICADOS QUE AINDA PODEM SER CHAMADOS.
       P600-FECHA-CHAMADA.
           MOVE ZEROS TO WS-QT-CANDIDATOS.
           SET WS-EOF-CANDIDATO-OK TO FALSE.
           MOVE WS-AA-PROCESSO TO AA-PROCESSO-CAN.
           MOVE ZEROS          TO ID-CANDIDATO.
           START CANDIDATO KEY IS NOT LESS THAN CH-CANDIDATO
               INVALID KEY
                   SET WS-EOF-CANDIDATO-OK TO TRUE
           END-START.
           PERFORM P605-LE-CANDIDATO THRU P605-LE-CANDIDATO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-CANDIDATO-OK.
           SET WS-ORDENA-CLASSIF TO TRUE.
           PERFORM P510-ORDENA THRU P510-ORDENA-FIM.
       P600-FECHA-CHAMADA-FIM.

       P605-LE-CANDIDATO.
           READ CANDIDATO NEXT RECORD
               AT END
                   SET WS-EOF-CANDIDATO-OK TO TRUE
               NOT AT END
                   IF AA-PROCESSO-CAN NOT EQUAL WS-AA-PROCESSO THEN
                       SET WS-EOF-CANDIDATO-OK TO TRUE
                   ELSE
                       IF ID-CURSO-CAN EQUAL WS-ID-CURSO THEN
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM P610-CONFERE-CANDIDATO
                                   THRU P610-CONFERE-CANDIDATO-FIM
                       END-IF
                   END-IF
           END-READ.
       P605-LE-CANDIDATO-FIM.

       P610-CONFERE-CANDIDATO.
           EVALUATE TRUE
               WHEN ST-CANDIDATO-MATRICULADO
                   ADD 1 TO WS-QTD-MATRICULADOS
               WHEN ST-CANDIDATO-CONVOCADO
                   SET ST-CANDIDATO-DESISTENTE TO TRUE
                   REWRITE REG-CANDIDATO
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O CANDIDATO '
                                   ID-CANDIDATO
                           END-DISPLAY
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-EXPIRADOS
                           MOVE VL-NOTA-CAN TO WS-VL-NOTA-EDITADA
                           STRING 'NAO CONFIRMOU NA CHAMADA '
                                  NR-CHAMADA-CAN ': CLASSIF '
                                  NR-CLASSIF-CAN ' CANDIDATO '
                                  ID-CANDIDATO ' ' NM-CANDIDATO
                                  DELIMITED BY SIZE
                                  INTO WS-LINHA-REL
                           END-STRING
                           PERFORM P305-GRAVA-LINHA-SPOOL
                                   THRU P305-GRAVA-LINHA-SPOOL-FIM
                   END-REWRITE
               WHEN ST-CANDIDATO-INSCRITO
                   IF NR-CLASSIF-CAN IS GREATER THAN ZEROS AND
                      WS-QT-CANDIDATOS IS LESS THAN 999 THEN
                       PERFORM P507-EMPILHA THRU P507-EMPILHA-FIM
                   END-IF
           END-EVALUATE.
       P610-CONFERE-CANDIDATO-FIM.

      *CONVOCA OS PRIMEIROS DA FILA ATE PREENCHER AS VAGAS LIVRES.
       P700-CONVOCA.
           PERFORM P705-CONVOCA-CANDIDATO
                   THRU P705-CONVOCA-CANDIDATO-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE IS GREATER THAN WS-QT-CANDIDATOS
                      OR WS-QTD-CONVOCADOS IS GREATER THAN OR
                         EQUAL TO WS-VAGAS-LIVRES.
       P700-CONVOCA-FIM.

       P705-CONVOCA-CANDIDATO.
           MOVE WS-AA-PROCESSO                TO AA-PROCESSO-CAN.
           MOVE WS-TB-ID-CANDIDATO (WS-INDICE) TO ID-CANDIDATO.
           READ CANDIDATO
               INVALID KEY
                   GO TO P705-CONVOCA-CANDIDATO-FIM
           END-READ.
           SET ST-CANDIDATO-CONVOCADO TO TRUE.
           MOVE WS-NR-CHAMADA TO NR-CHAMADA-CAN.
           REWRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY 'ERRO AO CONVOCAR O CANDIDATO '
                           ID-CANDIDATO
                   END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CONVOCADOS
                   MOVE VL-NOTA-CAN TO WS-VL-NOTA-EDITADA
                   STRING 'CLASSIF ' NR-CLASSIF-CAN
                          ' CANDIDATO ' ID-CANDIDATO ' '
                          NM-CANDIDATO ' CPF ' CPF-CANDIDATO
                          ' NOTA ' WS-VL-NOTA-EDITADA
                          ' - CONVOCADO'
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   END-STRING
                   PERFORM P305-GRAVA-LINHA-SPOOL
                           THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-REWRITE.
       P705-CONVOCA-CANDIDATO-FIM.
           EXIT.

      *REGISTRA NAS VAGAS A CHAMADA PUBLICADA (E, NA PRIMEIRA, A
      *QUANTIDADE DE CLASSIFICADOS). A LEITURA RELE O REGISTRO PARA
      *NAO PERDER ALTERACOES FEITAS NO NTSELVAG DURANTE A EXECUCAO.
       P750-ATUALIZA-VAGAS.
           MOVE WS-AA-PROCESSO TO AA-PROCESSO-VAG.
           MOVE WS-ID-CURSO    TO ID-CURSO-VAG.
           READ VAGAS
               INVALID KEY
                   DISPLAY 'ERRO AO RELER AS VAGAS DO CURSO.'
                   END-DISPLAY
                   GO TO P750-ATUALIZA-VAGAS-FIM
           END-READ.
           IF NR-ULTIMA-CHAMADA EQUAL ZEROS THEN
               MOVE WS-QTD-CLASSIFICADOS TO QT-CLASSIFICADOS
           END-IF.
           MOVE WS-NR-CHAMADA TO NR-ULTIMA-CHAMADA.
           MOVE WS-DH-DATA    TO DT-ULTIMA-CHAMADA.
           REWRITE REG-VAGA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR AS VAGAS DO CURSO.'
                   END-DISPLAY
           END-REWRITE.
       P750-ATUALIZA-VAGAS-FIM.
           EXIT.

      *ALOCA O SPOOL DA LISTAGEM NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTSELCHA'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
           MOVE 1 TO WS-SP-PAGINAS.
           MOVE ZEROS TO WS-LINHAS-SPOOL.
       P300-ABRE-SPOOL-FIM.

      *GRAVA UMA LINHA NO SPOOL, CONTANDO AS PAGINAS (60 LINHAS).
       P305-GRAVA-LINHA-SPOOL.
           MOVE WS-LINHA-REL TO REG-SAIDA-SPOOL.
           WRITE REG-SAIDA-SPOOL
           END-WRITE.
           ADD 1 TO WS-LINHAS-SPOOL.
           IF WS-LINHAS-SPOOL IS GREATER THAN OR EQUAL TO 60 THEN
               MOVE ZEROS TO WS-LINHAS-SPOOL
               ADD 1 TO WS-SP-PAGINAS
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
       P305-GRAVA-LINHA-SPOOL-FIM.

       P310-FECHA-SPOOL.
           CLOSE SAIDA-SPOOL.
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           DISPLAY 'LISTAGEM GUARDADA NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P440-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'PROCESSO SELETIVO ' WS-AA-PROCESSO
                  ' - CURSO ' WS-ID-CURSO ' ' NM-CURSO
                  ' - CHAMADA ' WS-NR-CHAMADA
                  ' - VAGAS: ' QT-VAGAS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

       P450-GRAVA-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           IF WS-VAGAS-LIVRES IS NOT GREATER THAN ZEROS THEN
               MOVE 'TODAS AS VAGAS DO CURSO JA ESTAO PREENCHIDAS.'
                    TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           IF WS-VAGAS-LIVRES IS GREATER THAN ZEROS AND
              WS-QTD-CONVOCADOS EQUAL ZEROS THEN
               STRING 'NAO HA MAIS CANDIDATOS CLASSIFICADOS '
                      'PARA CONVOCAR.'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
           STRING 'MATRICULADOS: ' WS-QTD-MATRICULADOS
                  ' - NAO CONFIRMARAM: ' WS-QTD-EXPIRADOS
                  ' - CONVOCADOS NESTA CHAMADA: ' WS-QTD-CONVOCADOS
                  ' - INSCRITOS SEM NOTA: ' WS-QTD-SEM-NOTA
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P450-GRAVA-TOTAIS-FIM.

       P420-FECHA-ARQ.
           CLOSE CANDIDATO.
           CLOSE VAGAS.
           CLOSE CURSO.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS CANDIDATO: ' WS-FS-CAN
           END-DISPLAY.
           DISPLAY 'FILE STATUS VAGAS....: ' WS-FS-V
           END-DISPLAY.
           DISPLAY 'FILE STATUS CURSO....: ' WS-FS-C
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-DH-INICIO-14   TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR   TO WS-JL-OPERADOR.
           MOVE WS-QTD-LIDOS      TO WS-JL-QTD-LIDOS.
           MOVE WS-QTD-CONVOCADOS TO WS-JL-QTD-GRAVADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTSELCHA.
