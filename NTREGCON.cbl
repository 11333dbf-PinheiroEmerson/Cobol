      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      22/09/2023.
      * Purpose:   CONSULTA DO REGISTRO DE ARQUIVOS RECEBIDOS
      *            (REGENTRA.DAT, GRAVADO PELA ROTINA PGREGENT) - LISTA
      *            O QUE FOI RECEBIDO, QUANDO, POR QUAL JOB E COM QUE
      *            RESULTADO: PROCESSADO, RECUSADO POR JA TER SIDO
      *            PROCESSADO, RECUSADO POR RODAPE QUE NAO CONFERE,
      *            ENCERRADO COM ERRO OU AINDA EM PROCESSAMENTO
      *            (CARGA INTERROMPIDA). FILTROS POR JOB E POR PERIODO
      *            DE RECEBIMENTO; O REPROCESSAMENTO LIBERADO SAI COM O
      *            SUPERVISOR E A ENTRADA ORIGINAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTREGCON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGENTRA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS NR-REGENTRA
           ALTERNATE RECORD KEY IS CH-DIGITAL-REGENTRA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CH-CABECALHO-REGENTRA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-REG.

       DATA DIVISION.
       FILE SECTION.
       FD  REGENTRA.
           COPY CFPK0088.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *FILTROS: JOB (BRANCO = TODOS) E PERIODO DE RECEBIMENTO
      *(ZEROS = SEM LIMITE).
       77  WS-FT-PROGRAMA              PIC X(08) VALUE SPACES.
       77  WS-FT-DATA-INICIAL          PIC 9(08) VALUE ZEROS.
       77  WS-FT-DATA-FINAL            PIC 9(08) VALUE ZEROS.

       01  WS-DT-EDICAO.
           03 WS-ED-ANO                PIC 9(04).
           03 WS-ED-MES                PIC 9(02).
           03 WS-ED-DIA                PIC 9(02).
       01  WS-HR-EDICAO.
           03 WS-ED-HH                 PIC 9(02).
           03 WS-ED-MM                 PIC 9(02).
           03 WS-ED-SS                 PIC 9(02).

       77  WS-DS-SITUACAO              PIC X(20) VALUE SPACES.
       77  WS-VL-EDITADO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *TOTAIS DA CONSULTA POR RESULTADO.
       77  WS-QTD-LISTADOS             PIC 9(06) VALUE ZEROS.
       77  WS-QTD-PROCESSADOS          PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DUPLICADOS           PIC 9(06) VALUE ZEROS.
       77  WS-QTD-RODAPE               PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ERRO                 PIC 9(06) VALUE ZEROS.
       77  WS-QTD-PENDENTES            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LIBERADOS            PIC 9(06) VALUE ZEROS.

       77  WS-EOF-REG                  PIC X.
           88 WS-EOF-REG-OK            VALUE 'S' FALSE 'N'.

       77  WS-FS-REG                   PIC 99.
           88 WS-FS-REG-OK             VALUE 0.

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
           INITIALIZE WS-FS-REG WS-FT-PROGRAMA WS-FT-DATA-INICIAL
                      WS-FT-DATA-FINAL WS-QTD-LISTADOS
                      WS-QTD-PROCESSADOS WS-QTD-DUPLICADOS
                      WS-QTD-RODAPE WS-QTD-ERRO WS-QTD-PENDENTES
                      WS-QTD-LIBERADOS
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-REG-OK           TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
       P100-INICIO-FIM.

      *MONTA O CAMINHO DO REGISTRO DE ARQUIVOS RECEBIDOS A PARTIR DO
      *DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\REGENTRA.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA THRU P430-MONTA-TELA-FIM.
           OPEN INPUT REGENTRA.
           IF NOT WS-FS-REG-OK THEN
               DISPLAY 'REGISTRO DE ARQUIVOS RECEBIDOS NAO '
                       'ENCONTRADO. NENHUM ARQUIVO REGISTRADO.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           MOVE ZEROS TO NR-REGENTRA.
           START REGENTRA KEY IS NOT LESS THAN NR-REGENTRA
               INVALID KEY
                   SET WS-EOF-REG-OK TO TRUE
           END-START.
           PERFORM P410-LE-REGISTRO THRU P410-LE-REGISTRO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-REG-OK.
           CLOSE REGENTRA.
           DISPLAY '==================================================='
           END-DISPLAY.
           DISPLAY 'ARQUIVOS LISTADOS..............: ' WS-QTD-LISTADOS
           END-DISPLAY.
           DISPLAY '  PROCESSADOS..................: '
                   WS-QTD-PROCESSADOS
           END-DISPLAY.
           DISPLAY '  RECUSADOS (JA PROCESSADOS)...: '
                   WS-QTD-DUPLICADOS
           END-DISPLAY.
           DISPLAY '  RECUSADOS (RODAPE)...........: ' WS-QTD-RODAPE
           END-DISPLAY.
           DISPLAY '  ENCERRADOS COM ERRO..........: ' WS-QTD-ERRO
           END-DISPLAY.
           DISPLAY '  EM PROCESSAMENTO/INTERROMPIDOS: '
                   WS-QTD-PENDENTES
           END-DISPLAY.
           DISPLAY '  REPROCESSAMENTOS LIBERADOS...: '
                   WS-QTD-LIBERADOS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

       P430-MONTA-TELA.
           DISPLAY 'CONSULTA DOS ARQUIVOS RECEBIDOS.'
           END-DISPLAY.
           DISPLAY 'JOB (NTFINRET, NTSMSRET, ... BRANCO = TODOS): '
           END-DISPLAY.
           ACCEPT WS-FT-PROGRAMA
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE (WS-FT-PROGRAMA)
                TO WS-FT-PROGRAMA.
           DISPLAY 'RECEBIDOS DESDE (AAAAMMDD, ZEROS = TODOS)....: '
           END-DISPLAY.
           ACCEPT WS-FT-DATA-INICIAL
           END-ACCEPT.
           DISPLAY 'RECEBIDOS ATE (AAAAMMDD, ZEROS = HOJE).......: '
           END-DISPLAY.
           ACCEPT WS-FT-DATA-FINAL
           END-ACCEPT.
           IF WS-FT-DATA-FINAL EQUAL ZEROS THEN
               MOVE 99999999 TO WS-FT-DATA-FINAL
           END-IF.
       P430-MONTA-TELA-FIM.

       P410-LE-REGISTRO.
           READ REGENTRA NEXT RECORD
               AT END
                   SET WS-EOF-REG-OK TO TRUE
               NOT AT END
                   IF (WS-FT-PROGRAMA EQUAL SPACES OR
                       NM-PROGRAMA-REG EQUAL WS-FT-PROGRAMA) AND
                      DT-RECEBIDO-REG IS NOT LESS THAN
                          WS-FT-DATA-INICIAL AND
                      DT-RECEBIDO-REG IS NOT GREATER THAN
                          WS-FT-DATA-FINAL THEN
                       PERFORM P440-LISTA-REGISTRO
                               THRU P440-LISTA-REGISTRO-FIM
                   END-IF
           END-READ.
       P410-LE-REGISTRO-FIM.

      *TRES LINHAS POR ARQUIVO: IDENTIFICACAO E RESULTADO; CONTEUDO
      *(CABECALHO, QUANTIDADE, TOTAL E DIGITAL); RODAPE E CONTADORES
      *DO PROCESSAMENTO. A LIBERACAO DO SUPERVISOR VEM NA QUARTA.
       P440-LISTA-REGISTRO.
           ADD 1 TO WS-QTD-LISTADOS.
           EVALUATE TRUE
               WHEN ST-REG-PROCESSADO
                   MOVE 'PROCESSADO'         TO WS-DS-SITUACAO
                   ADD 1 TO WS-QTD-PROCESSADOS
               WHEN ST-REG-DUPLICADO
                   MOVE 'RECUSADO-DUPLICADO' TO WS-DS-SITUACAO
                   ADD 1 TO WS-QTD-DUPLICADOS
               WHEN ST-REG-RODAPE
                   MOVE 'RECUSADO-RODAPE'    TO WS-DS-SITUACAO
                   ADD 1 TO WS-QTD-RODAPE
               WHEN ST-REG-ERRO
                   MOVE 'ENCERRADO COM ERRO' TO WS-DS-SITUACAO
                   ADD 1 TO WS-QTD-ERRO
               WHEN OTHER
                   MOVE 'EM PROCESSAMENTO'   TO WS-DS-SITUACAO
                   ADD 1 TO WS-QTD-PENDENTES
           END-EVALUATE.
           MOVE DT-RECEBIDO-REG TO WS-DT-EDICAO.
           MOVE HR-RECEBIDO-REG TO WS-HR-EDICAO.
           DISPLAY '---------------------------------------------------'
           END-DISPLAY.
           DISPLAY NR-REGENTRA ' ' WS-ED-DIA '/' WS-ED-MES '/'
                   WS-ED-ANO ' ' WS-ED-HH ':' WS-ED-MM ':' WS-ED-SS
                   ' ' NM-PROGRAMA-REG ' ' NM-ARQUIVO-REG
                   ' OPER: ' ID-OPERADOR-REG
                   ' ' WS-DS-SITUACAO
           END-DISPLAY.
           MOVE VL-CONTROLE-REG TO WS-VL-EDITADO.
           DISPLAY '    CABEC: ' ID-CABECALHO-REG
                   ' REG: ' QT-REGISTROS-REG
                   ' TOTAL: ' WS-VL-EDITADO
                   ' DIGITAL: ' NR-DIGITAL-REG
           END-DISPLAY.
           IF FL-RODAPE-REG-SIM THEN
               MOVE VL-RODAPE-REG TO WS-VL-EDITADO
               DISPLAY '    RODAPE - REG: ' QT-RODAPE-REG
                       ' TOTAL: ' WS-VL-EDITADO
               END-DISPLAY
           END-IF.
           IF ST-REG-PROCESSADO OR ST-REG-ERRO THEN
               MOVE DT-CONCLUSAO-REG TO WS-DT-EDICAO
               MOVE HR-CONCLUSAO-REG TO WS-HR-EDICAO
               DISPLAY '    CONCLUIDO EM ' WS-ED-DIA '/' WS-ED-MES
                       '/' WS-ED-ANO ' ' WS-ED-HH ':' WS-ED-MM
                       ' - ACEITOS: ' QT-ACEITOS-REG
                       ' REJEITADOS: ' QT-REJEITADOS-REG
               END-DISPLAY
           END-IF.
           IF ST-REG-DUPLICADO THEN
               DISPLAY '    JA PROCESSADO NO REGISTRO '
                       NR-REGENTRA-ANTERIOR
               END-DISPLAY
           END-IF.
           IF ID-SUPERVISOR-REG NOT EQUAL SPACES THEN
               ADD 1 TO WS-QTD-LIBERADOS
               DISPLAY '    REPROCESSAMENTO DO REGISTRO '
                       NR-REGENTRA-ANTERIOR ' LIBERADO POR '
                       ID-SUPERVISOR-REG
               END-DISPLAY
           END-IF.
       P440-LISTA-REGISTRO-FIM.

       P900-FINALIZA.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTREGCON.
