      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      24/04/2023.
      * Purpose:   RELATORIO DE UTILIZACAO DAS SALAS DO PERIODO -
      *            PARA O PERIODO LETIVO INFORMADO, SOMA AS HORAS
      *            SEMANAIS OCUPADAS POR AULA (BLOCOS DE HORARIO.DAT)
      *            EM CADA SALA DO CADASTRO (SALAS.DAT) E TURNO, E AS
      *            COMPARA COM AS HORAS DISPONIVEIS DO TURNO NA
      *            SEMANA. AS FAIXAS DOS TURNOS E OS DIAS LETIVOS DA
      *            SEMANA VEM DO ARQUIVO DE PARAMETROS (PGPARLER). UM
      *            BLOCO QUE ATRAVESSA DOIS TURNOS CONTA EM CADA UM SO
      *            A PARTE QUE CAI NELE. SALA SEM NENHUMA AULA E
      *            DESTACADA COMO OCIOSA E BLOCO EM SALA FORA DO
      *            CADASTRO E CONTADO A PARTE. SAI NO SPOOL (PGSPOOL),
      *            REIMPRIMIVEL PELO NTSPLREP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTSALUTI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CD-SALA
           FILE  STATUS IS WS-FS-S.

           SELECT HORARIO
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-HORARIO
           FILE  STATUS IS WS-FS-H.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALAS.
           COPY CFPK0060.

       FD  HORARIO.
           COPY CFPK0011.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).

      *TURNOS DO RELATORIO, COM A FAIXA EM HHMM LIDA DOS PARAMETROS
      *E CONVERTIDA PARA MINUTOS DO DIA, E O TOTAL GERAL DE HORAS
      *OCUPADAS E DISPONIVEIS DE TODAS AS SALAS.
       01  WS-TABELA-TURNOS.
           03 WS-TURNO OCCURS 3 TIMES.
               05 WS-TU-NOME           PIC X(05).
               05 WS-TU-INICIO-HHMM    PIC 9(04).
               05 WS-TU-FIM-HHMM       PIC 9(04).
               05 WS-TU-INICIO-MIN     PIC 9(04).
               05 WS-TU-FIM-MIN        PIC 9(04).
               05 WS-TU-DISPONIVEL-MIN PIC 9(05).
               05 WS-TU-TOT-OCUPADO    PIC 9(07).
               05 WS-TU-TOT-DISPONIVEL PIC 9(07).

       77  WS-DIAS-SEMANA              PIC 9(01) VALUE 6.

      *SALAS DO CADASTRO COM OS MINUTOS SEMANAIS OCUPADOS POR TURNO.
       01  WS-TABELA-SALAS.
           03 WS-QT-SALAS              PIC 9(03) VALUE ZEROS.
           03 WS-SL OCCURS 200 TIMES.
               05 WS-SL-CD-SALA        PIC X(06).
               05 WS-SL-NM-PREDIO      PIC X(15).
               05 WS-SL-TP-SALA        PIC X(01).
               05 WS-SL-CAPACIDADE     PIC 9(03).
               05 WS-SL-ST-SALA        PIC X(01).
               05 WS-SL-QT-BLOCOS      PIC 9(03).
               05 WS-SL-OCUPADO-MIN    PIC 9(05) OCCURS 3 TIMES.

       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-INDICE-SALA              PIC 9(03) VALUE ZEROS.
       77  WS-IT                       PIC 9(01) VALUE ZEROS.

      *CONVERSAO DE HORA HHMM PARA MINUTOS DO DIA.
       77  WS-HHMM                     PIC 9(04) VALUE ZEROS.
       77  WS-MINUTOS                  PIC 9(04) VALUE ZEROS.
       77  WS-HH                       PIC 9(02) VALUE ZEROS.
       77  WS-MM                       PIC 9(02) VALUE ZEROS.

       77  WS-BL-INICIO-MIN            PIC 9(04) VALUE ZEROS.
       77  WS-BL-FIM-MIN               PIC 9(04) VALUE ZEROS.
       77  WS-INTER-INICIO             PIC 9(04) VALUE ZEROS.
       77  WS-INTER-FIM                PIC 9(04) VALUE ZEROS.

       77  WS-QTD-BLOCOS               PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-CADASTRO         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-OCIOSAS              PIC 9(03) VALUE ZEROS.

       77  WS-HORAS                    PIC 9(05)V9 VALUE ZEROS.
       77  WS-HORAS-DISP               PIC 9(05)V9 VALUE ZEROS.
       77  WS-PCT                      PIC 9(03)V99 VALUE ZEROS.
       77  WS-MSK-HORAS                PIC ZZZZ9,9.
       77  WS-MSK-HORAS-DISP           PIC ZZZZ9,9.
       77  WS-MSK-PCT                  PIC ZZ9,99.

       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.
       77  WS-OCIOSA                   PIC X.
           88 WS-OCIOSA-OK             VALUE 'S' FALSE 'N'.

       77  WS-FS-S                     PIC 99.
           88 WS-FS-S-OK               VALUE 0.
       77  WS-FS-H                     PIC 99.
           88 WS-FS-H-OK               VALUE 0.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

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
           INITIALIZE WS-FS-S WS-FS-H WS-FS-SPL WS-ANO-SEMESTRE
                      WS-TABELA-TURNOS WS-QT-SALAS WS-INDICE
                      WS-INDICE-SALA WS-QTD-BLOCOS
                      WS-QTD-SEM-CADASTRO WS-QTD-OCIOSAS
                      WS-LINHAS-SPOOL WS-LINHA-REL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P050-LE-PARAMETROS  THRU P050-LE-PARAMETROS-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *FAIXAS DOS TURNOS (HHMM) E DIAS LETIVOS DA SEMANA. PADRAO:
      *MANHA 0700-1200, TARDE 1200-1800, NOITE 1800-2300, SEGUNDA A
      *SABADO.
       P050-LE-PARAMETROS.
           MOVE 'MANHA'                TO WS-TU-NOME (1).
           MOVE 'TARDE'                TO WS-TU-NOME (2).
           MOVE 'NOITE'                TO WS-TU-NOME (3).
           MOVE 'SALA-MANHA-INICIO'    TO WS-PL-NOME.
           MOVE 0700                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-TU-INICIO-HHMM (1).
           MOVE 'SALA-MANHA-FIM'       TO WS-PL-NOME.
           MOVE 1200                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-TU-FIM-HHMM (1).
           MOVE 'SALA-TARDE-INICIO'    TO WS-PL-NOME.
           MOVE 1200                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-TU-INICIO-HHMM (2).
           MOVE 'SALA-TARDE-FIM'       TO WS-PL-NOME.
           MOVE 1800                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-TU-FIM-HHMM (2).
           MOVE 'SALA-NOITE-INICIO'    TO WS-PL-NOME.
           MOVE 1800                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-TU-INICIO-HHMM (3).
           MOVE 'SALA-NOITE-FIM'       TO WS-PL-NOME.
           MOVE 2300                   TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-TU-FIM-HHMM (3).
           MOVE 'SALA-DIAS-SEMANA'     TO WS-PL-NOME.
           MOVE 6                      TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR            TO WS-DIAS-SEMANA.
           IF WS-DIAS-SEMANA EQUAL ZEROS THEN
               MOVE 6 TO WS-DIAS-SEMANA
           END-IF.
           PERFORM P055-PREPARA-TURNO THRU P055-PREPARA-TURNO-FIM
                   VARYING WS-IT FROM 1 BY 1
                   UNTIL WS-IT > 3.
       P050-LE-PARAMETROS-FIM.

       P055-PREPARA-TURNO.
           MOVE WS-TU-INICIO-HHMM (WS-IT) TO WS-HHMM.
           PERFORM P520-CONVERTE-MINUTOS
                   THRU P520-CONVERTE-MINUTOS-FIM.
           MOVE WS-MINUTOS TO WS-TU-INICIO-MIN (WS-IT).
           MOVE WS-TU-FIM-HHMM (WS-IT) TO WS-HHMM.
           PERFORM P520-CONVERTE-MINUTOS
                   THRU P520-CONVERTE-MINUTOS-FIM.
           MOVE WS-MINUTOS TO WS-TU-FIM-MIN (WS-IT).
           IF WS-TU-FIM-MIN (WS-IT) IS GREATER THAN
              WS-TU-INICIO-MIN (WS-IT) THEN
               COMPUTE WS-TU-DISPONIVEL-MIN (WS-IT) =
                   (WS-TU-FIM-MIN (WS-IT) - WS-TU-INICIO-MIN (WS-IT))
                   * WS-DIAS-SEMANA
           ELSE
               MOVE ZEROS TO WS-TU-DISPONIVEL-MIN (WS-IT)
           END-IF.
       P055-PREPARA-TURNO-FIM.

      *MONTA OS CAMINHOS DO CADASTRO DE SALAS E DOS HORARIOS A
      *PARTIR DO DIRETORIO BASE CONFIGURADO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\SALAS.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\HORARIO.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT SALAS.
           IF NOT WS-FS-S-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT HORARIO.
           IF NOT WS-FS-H-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           DISPLAY 'UTILIZACAO DAS SALAS. INFORME:'
           END-DISPLAY.
           DISPLAY 'O ANO DO PERIODO LETIVO................: '
           END-DISPLAY.
           ACCEPT WS-AS-ANO
           END-ACCEPT.
           DISPLAY 'O SEMESTRE (1 OU 2)....................: '
           END-DISPLAY.
           ACCEPT WS-AS-SEMESTRE
           END-ACCEPT.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P410-CARREGA-SALA THRU P410-CARREGA-SALA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           SET WS-EOF-VARRE-OK TO FALSE.
           PERFORM P500-LE-HORARIO THRU P500-LE-HORARIO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P600-IMPRIME-SALA THRU P600-IMPRIME-SALA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-SALAS.
           PERFORM P650-IMPRIME-TOTAIS THRU P650-IMPRIME-TOTAIS-FIM.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           DISPLAY 'SALAS NO CADASTRO........: ' WS-QT-SALAS
           END-DISPLAY.
           DISPLAY 'BLOCOS DE AULA NO PERIODO: ' WS-QTD-BLOCOS
           END-DISPLAY.
           DISPLAY 'SALAS OCIOSAS............: ' WS-QTD-OCIOSAS
           END-DISPLAY.
           DISPLAY 'BLOCOS EM SALA SEM CADAST: ' WS-QTD-SEM-CADASTRO
           END-DISPLAY.
       P200-PROCESSA-FIM.

       P410-CARREGA-SALA.
           READ SALAS
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P410-CARREGA-SALA-FIM
           END-READ.
           IF WS-QT-SALAS IS GREATER THAN OR EQUAL TO 200 THEN
               DISPLAY 'TABELA DE SALAS ESGOTADA (200). RELATORIO '
                       'PARCIAL.'
               END-DISPLAY
               SET WS-EOF-VARRE-OK TO TRUE
               GO TO P410-CARREGA-SALA-FIM
           END-IF.
           ADD 1 TO WS-QT-SALAS.
           MOVE CD-SALA       TO WS-SL-CD-SALA    (WS-QT-SALAS).
           MOVE NM-PREDIO     TO WS-SL-NM-PREDIO  (WS-QT-SALAS).
           MOVE TP-SALA       TO WS-SL-TP-SALA    (WS-QT-SALAS).
           MOVE QT-CAPACIDADE TO WS-SL-CAPACIDADE (WS-QT-SALAS).
           MOVE ST-SALA       TO WS-SL-ST-SALA    (WS-QT-SALAS).
           MOVE ZEROS         TO WS-SL-QT-BLOCOS  (WS-QT-SALAS).
           MOVE ZEROS         TO WS-SL-OCUPADO-MIN (WS-QT-SALAS, 1).
           MOVE ZEROS         TO WS-SL-OCUPADO-MIN (WS-QT-SALAS, 2).
           MOVE ZEROS         TO WS-SL-OCUPADO-MIN (WS-QT-SALAS, 3).
       P410-CARREGA-SALA-FIM.
           EXIT.

      *CADA BLOCO DO PERIODO E SOMADO NA SALA DELE, REPARTIDO PELOS
      *TURNOS QUE A FAIXA DE HORA ATRAVESSA.
       P500-LE-HORARIO.
           READ HORARIO
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
                   GO TO P500-LE-HORARIO-FIM
           END-READ.
           IF ANO-SEMESTRE OF REG-HORARIO NOT EQUAL WS-ANO-SEMESTRE
              OR SALA EQUAL SPACES THEN
               GO TO P500-LE-HORARIO-FIM
           END-IF.
           ADD 1 TO WS-QTD-BLOCOS.
           MOVE ZEROS TO WS-INDICE-SALA.
           PERFORM P510-PROCURA-SALA THRU P510-PROCURA-SALA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-QT-SALAS
                      OR WS-INDICE-SALA IS GREATER THAN ZEROS.
           IF WS-INDICE-SALA EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-SEM-CADASTRO
               GO TO P500-LE-HORARIO-FIM
           END-IF.
           ADD 1 TO WS-SL-QT-BLOCOS (WS-INDICE-SALA).
           MOVE HR-INICIO TO WS-HHMM.
           PERFORM P520-CONVERTE-MINUTOS
                   THRU P520-CONVERTE-MINUTOS-FIM.
           MOVE WS-MINUTOS TO WS-BL-INICIO-MIN.
           MOVE HR-FIM    TO WS-HHMM.
           PERFORM P520-CONVERTE-MINUTOS
                   THRU P520-CONVERTE-MINUTOS-FIM.
           MOVE WS-MINUTOS TO WS-BL-FIM-MIN.
           PERFORM P530-SOMA-TURNO THRU P530-SOMA-TURNO-FIM
                   VARYING WS-IT FROM 1 BY 1
                   UNTIL WS-IT > 3.
       P500-LE-HORARIO-FIM.
           EXIT.

       P510-PROCURA-SALA.
           IF WS-SL-CD-SALA (WS-INDICE) EQUAL SALA THEN
               MOVE WS-INDICE TO WS-INDICE-SALA
           END-IF.
       P510-PROCURA-SALA-FIM.

       P520-CONVERTE-MINUTOS.
           DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM.
           COMPUTE WS-MINUTOS = WS-HH * 60 + WS-MM.
       P520-CONVERTE-MINUTOS-FIM.

      *PARTE DO BLOCO QUE CAI DENTRO DA FAIXA DO TURNO.
       P530-SOMA-TURNO.
           IF WS-BL-INICIO-MIN IS GREATER THAN WS-TU-INICIO-MIN (WS-IT)
               MOVE WS-BL-INICIO-MIN         TO WS-INTER-INICIO
           ELSE
               MOVE WS-TU-INICIO-MIN (WS-IT) TO WS-INTER-INICIO
           END-IF.
           IF WS-BL-FIM-MIN IS LESS THAN WS-TU-FIM-MIN (WS-IT)
               MOVE WS-BL-FIM-MIN            TO WS-INTER-FIM
           ELSE
               MOVE WS-TU-FIM-MIN (WS-IT)    TO WS-INTER-FIM
           END-IF.
           IF WS-INTER-FIM IS GREATER THAN WS-INTER-INICIO THEN
               COMPUTE WS-SL-OCUPADO-MIN (WS-INDICE-SALA, WS-IT) =
                   WS-SL-OCUPADO-MIN (WS-INDICE-SALA, WS-IT)
                   + WS-INTER-FIM - WS-INTER-INICIO
           END-IF.
       P530-SOMA-TURNO-FIM.

      *UMA LINHA POR TURNO DA SALA: HORAS OCUPADAS, DISPONIVEIS E O
      *PERCENTUAL DE UTILIZACAO. SALA INATIVA ENTRA NA LISTAGEM, MAS
      *NAO NOS TOTAIS DE HORAS DISPONIVEIS.
       P600-IMPRIME-SALA.
           SET WS-OCIOSA-OK TO TRUE.
           IF WS-SL-QT-BLOCOS (WS-INDICE) IS GREATER THAN ZEROS THEN
               SET WS-OCIOSA-OK TO FALSE
           END-IF.
           STRING 'SALA ' WS-SL-CD-SALA (WS-INDICE)
                  ' PREDIO ' WS-SL-NM-PREDIO (WS-INDICE)
                  ' TIPO ' WS-SL-TP-SALA (WS-INDICE)
                  ' LUGARES ' WS-SL-CAPACIDADE (WS-INDICE)
                  ' SITUACAO ' WS-SL-ST-SALA (WS-INDICE)
                  ' BLOCOS ' WS-SL-QT-BLOCOS (WS-INDICE)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P610-IMPRIME-TURNO THRU P610-IMPRIME-TURNO-FIM
                   VARYING WS-IT FROM 1 BY 1
                   UNTIL WS-IT > 3.
           IF WS-OCIOSA-OK AND WS-SL-ST-SALA (WS-INDICE) EQUAL 'A'
               THEN
               ADD 1 TO WS-QTD-OCIOSAS
               MOVE '   ** SALA OCIOSA NO PERIODO **' TO WS-LINHA-REL
               PERFORM P305-GRAVA-LINHA-SPOOL
                       THRU P305-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P600-IMPRIME-SALA-FIM.

       P610-IMPRIME-TURNO.
           COMPUTE WS-HORAS ROUNDED =
               WS-SL-OCUPADO-MIN (WS-INDICE, WS-IT) / 60.
           COMPUTE WS-HORAS-DISP ROUNDED =
               WS-TU-DISPONIVEL-MIN (WS-IT) / 60.
           IF WS-TU-DISPONIVEL-MIN (WS-IT) EQUAL ZEROS THEN
               MOVE ZEROS TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   (WS-SL-OCUPADO-MIN (WS-INDICE, WS-IT) * 100)
                   / WS-TU-DISPONIVEL-MIN (WS-IT)
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-HORAS      TO WS-MSK-HORAS.
           MOVE WS-HORAS-DISP TO WS-MSK-HORAS-DISP.
           MOVE WS-PCT        TO WS-MSK-PCT.
           STRING '   ' WS-TU-NOME (WS-IT)
                  ' OCUPADAS ' WS-MSK-HORAS 'H'
                  ' DISPONIVEIS ' WS-MSK-HORAS-DISP 'H'
                  ' UTILIZACAO ' WS-MSK-PCT '%'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           ADD WS-SL-OCUPADO-MIN (WS-INDICE, WS-IT)
               TO WS-TU-TOT-OCUPADO (WS-IT).
           IF WS-SL-ST-SALA (WS-INDICE) EQUAL 'A' THEN
               ADD WS-TU-DISPONIVEL-MIN (WS-IT)
                   TO WS-TU-TOT-DISPONIVEL (WS-IT)
           END-IF.
       P610-IMPRIME-TURNO-FIM.

      *TOTAIS DE TODAS AS SALAS ATIVAS POR TURNO.
       P650-IMPRIME-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE 'TOTAL DAS SALAS ATIVAS POR TURNO' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P655-IMPRIME-TOTAL-TURNO
                   THRU P655-IMPRIME-TOTAL-TURNO-FIM
                   VARYING WS-IT FROM 1 BY 1
                   UNTIL WS-IT > 3.
           STRING 'SALAS OCIOSAS: ' WS-QTD-OCIOSAS
                  ' - BLOCOS EM SALA FORA DO CADASTRO: '
                  WS-QTD-SEM-CADASTRO
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P650-IMPRIME-TOTAIS-FIM.

       P655-IMPRIME-TOTAL-TURNO.
           COMPUTE WS-HORAS ROUNDED = WS-TU-TOT-OCUPADO (WS-IT) / 60.
           COMPUTE WS-HORAS-DISP ROUNDED =
               WS-TU-TOT-DISPONIVEL (WS-IT) / 60.
           IF WS-TU-TOT-DISPONIVEL (WS-IT) EQUAL ZEROS THEN
               MOVE ZEROS TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   (WS-TU-TOT-OCUPADO (WS-IT) * 100)
                   / WS-TU-TOT-DISPONIVEL (WS-IT)
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-HORAS      TO WS-MSK-HORAS.
           MOVE WS-HORAS-DISP TO WS-MSK-HORAS-DISP.
           MOVE WS-PCT        TO WS-MSK-PCT.
           STRING '   ' WS-TU-NOME (WS-IT)
                  ' (' WS-TU-INICIO-HHMM (WS-IT) '-'
                  WS-TU-FIM-HHMM (WS-IT) ')'
                  ' OCUPADAS ' WS-MSK-HORAS 'H'
                  ' DISPONIVEIS ' WS-MSK-HORAS-DISP 'H'
                  ' UTILIZACAO ' WS-MSK-PCT '%'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P655-IMPRIME-TOTAL-TURNO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P300-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTSALUTI'      TO WS-SP-RELATORIO.
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
           DISPLAY 'RELATORIO GUARDADO NO SPOOL ' WS-SP-NUMERO
                   ' (' WS-SP-PAGINAS ' PAGINAS). REIMPRESSAO PELO '
                   'NTSPLREP.'
           END-DISPLAY.
       P310-FECHA-SPOOL-FIM.

       P440-GRAVA-CABECALHO.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           STRING 'UTILIZACAO DAS SALAS - PERIODO ' WS-AS-ANO '/'
                  WS-AS-SEMESTRE ' - HORAS SEMANAIS, '
                  WS-DIAS-SEMANA ' DIAS LETIVOS'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE ALL '=' TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P440-GRAVA-CABECALHO-FIM.

       P420-FECHA-ARQ.
           CLOSE SALAS.
           CLOSE HORARIO.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS SALAS.....: ' WS-FS-S
           END-DISPLAY.
           DISPLAY 'FILE STATUS HORARIO...: ' WS-FS-H
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTSALUTI.
