      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    08/05/2023 - INCLUIDAS A CARGA MAXIMA SEMANAL DO
      *            PROFESSOR E A OPCAO 6, FAIXAS DE DISPONIBILIDADE
      *            (DISPPROF.DAT). A ATRIBUICAO DE OFERTA E RECUSADA
      *            QUANDO UM BLOCO DA OFERTA CAI FORA DA DISPONIBILIDADE
      *            OU A CARGA DO PERIODO PASSA DO MAXIMO (PGPRFCAR).
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

           SELECT DISPPROF
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-DISPPROF
           FILE  STATUS IS WS-FS-DSP.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSOR.
       FD  AUDITORIA.
           COPY CFPK0006.

       FD  DISPPROF.
           COPY CFPK0061.

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

       01  WS-REG-ANTES                PIC X(167) VALUE SPACES.

       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.

       77  WS-FS-DSP                   PIC 99.
           88 WS-FS-DSP-OK             VALUE 0.

      *FAIXA DE DISPONIBILIDADE EM MANUTENCAO.
       77  WS-ACAO-FAIXA               PIC X      VALUE SPACE.
       77  WS-QTD-FAIXAS               PIC 9(03)  VALUE ZEROS.
       77  WS-EOF-DSP                  PIC X.
           88 WS-EOF-DSP-OK            VALUE 'S' FALSE 'N'.

      *AREA DA CONFERENCIA DE CARGA HORARIA E DISPONIBILIDADE
      *(PGPRFCAR) DO PROFESSOR QUE ASSUME A OFERTA.
       01  WS-PARM-PRFCAR.
           03 WS-PC-ID-PROFESSOR       PIC 9(03).
           03 WS-PC-ANO-SEMESTRE       PIC 9(05).
           03 WS-PC-ID-MATERIA         PIC 9(05).
           03 WS-PC-DIA-SEMANA         PIC 9(01).
           03 WS-PC-HR-INICIO          PIC 9(04).
           03 WS-PC-HR-FIM             PIC 9(04).
           03 WS-PC-MIN-SEMANA         PIC 9(05).
           03 WS-PC-MAX-HORAS          PIC 9(02).
           03 WS-PC-RESULTADO          PIC X(01).
               88 WS-PC-ACEITO         VALUE 'S'.
               88 WS-PC-EXCEDE-CARGA   VALUE 'C'.
               88 WS-PC-INDISPONIVEL   VALUE 'D'.
           03 WS-PC-DIA-RECUSADO       PIC 9(01).
           03 WS-PC-HORA-RECUSADA      PIC 9(04).

       77  WS-HORAS-SEMANA             PIC 9(03)V99 VALUE ZEROS.
       77  WS-MSK-HORAS                PIC ZZ9,99.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-P WS-FS-M WS-FS-AUD WS-FS-DSP
                      WS-ID-PROFESSOR WS-CH-OFERTA WS-REG-ANTES
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DISPPROF.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
           OPEN I-O DISPPROF.
      *SE O ARQUIVO DE DISPONIBILIDADE AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-DSP-OK THEN
               OPEN OUTPUT DISPPROF
               CLOSE DISPPROF
               OPEN I-O DISPPROF
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
               WHEN '5'
                   PERFORM P540-ATRIBUI-OFERTA
                           THRU P540-ATRIBUI-OFERTA-FIM
               WHEN '6'
                   PERFORM P560-DISPONIBILIDADE
                           THRU P560-DISPONIBILIDADE-FIM
               WHEN '9'
                   DISPLAY 'MANUTENCAO DE PROFESSORES ENCERRADA'
                   END-DISPLAY
           DISPLAY '|<3> - ALTERAR PROFESSOR      |'.
           DISPLAY '|<4> - EXCLUIR PROFESSOR      |'.
           DISPLAY '|<5> - ATRIBUIR OFERTA        |'.
           DISPLAY '|<6> - DISPONIBILIDADE        |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.
           END-DISPLAY.
           ACCEPT ID-OPERADOR-PROFESSOR
           END-ACCEPT.
           DISPLAY 'CARGA MAXIMA SEMANAL EM HORAS (0=LIVRE): '
           END-DISPLAY.
           ACCEPT QT-MAX-HORAS-SEMANA
           END-ACCEPT.
       P450-PEDE-DADOS-FIM.

       P500-INCLUI-PROFESSOR.
           END-DISPLAY.
           DISPLAY 'LOGIN.....: ' ID-OPERADOR-PROFESSOR
           END-DISPLAY.
           DISPLAY 'CARGA MAX.: ' QT-MAX-HORAS-SEMANA
                   ' HORAS SEMANAIS (0 = SEM LIMITE)'
           END-DISPLAY.
       P515-MOSTRA-PROFESSOR-FIM.

       P520-ALTERA-PROFESSOR.
               INVALID KEY
                   DISPLAY 'MATERIA NAO LOCALIZADA NESTE PERIODO.'
                   END-DISPLAY
                   GO TO P545-GRAVA-ATRIBUICAO-FIM
           END-READ.
           PERFORM P547-CONFERE-CARGA THRU P547-CONFERE-CARGA-FIM.
           IF NOT WS-PC-ACEITO THEN
               GO TO P545-GRAVA-ATRIBUICAO-FIM
           END-IF.
           MOVE REG-MATERIA    TO WS-REG-ANTES.
           MOVE WS-ID-PROFESSOR
                TO ID-PROFESSOR OF REG-MATERIA.
           REWRITE REG-MATERIA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A ATRIBUICAO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'ATRIBUICAO GRAVADA COM SUCESSO.'
                   END-DISPLAY
                   PERFORM P550-GRAVA-AUDITORIA
                           THRU P550-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P545-GRAVA-ATRIBUICAO-FIM.
           EXIT.

      *O PROFESSOR SO ASSUME A OFERTA SE TODOS OS BLOCOS DELA CAIREM
      *NA SUA DISPONIBILIDADE E A CARGA SEMANAL DO PERIODO, COM A
      *OFERTA, NAO PASSAR DO MAXIMO DO CONTRATO (PGPRFCAR).
       P547-CONFERE-CARGA.
           SET WS-PC-ACEITO TO TRUE.
           IF WS-ID-PROFESSOR EQUAL ZEROS THEN
               GO TO P547-CONFERE-CARGA-FIM
           END-IF.
           MOVE WS-ID-PROFESSOR TO WS-PC-ID-PROFESSOR.
           MOVE ANO-SEMESTRE OF REG-MATERIA TO WS-PC-ANO-SEMESTRE.
           MOVE WS-ID-MATERIA   TO WS-PC-ID-MATERIA.
           MOVE ZEROS           TO WS-PC-DIA-SEMANA WS-PC-HR-INICIO
                                   WS-PC-HR-FIM.
           CALL 'PGPRFCAR' USING WS-PARM-PRFCAR.
           PERFORM P548-MOSTRA-RECUSA THRU P548-MOSTRA-RECUSA-FIM.
       P547-CONFERE-CARGA-FIM.
           EXIT.

       P548-MOSTRA-RECUSA.
           COMPUTE WS-HORAS-SEMANA ROUNDED = WS-PC-MIN-SEMANA / 60.
           MOVE WS-HORAS-SEMANA TO WS-MSK-HORAS.
           EVALUATE TRUE
               WHEN WS-PC-INDISPONIVEL
                   DISPLAY 'PROFESSOR INDISPONIVEL NO BLOCO DO DIA '
                           WS-PC-DIA-RECUSADO ' AS '
                           WS-PC-HORA-RECUSADA
                           '. ATRIBUICAO CANCELADA.'
                   END-DISPLAY
               WHEN WS-PC-EXCEDE-CARGA
                   DISPLAY 'CARGA SEMANAL FICARIA EM ' WS-MSK-HORAS
                           ' HORAS, ACIMA DO MAXIMO DE '
                           WS-PC-MAX-HORAS '. ATRIBUICAO CANCELADA.'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'CARGA SEMANAL DO PROFESSOR NO PERIODO: '
                           WS-MSK-HORAS ' HORAS.'
                   END-DISPLAY
           END-EVALUATE.
       P548-MOSTRA-RECUSA-FIM.

      *REGISTRA O VALOR ANTERIOR E O NOVO VALOR DA MATERIA ALTERADA.
       P550-GRAVA-AUDITORIA.
           MOVE REG-MATERIA         TO DS-DEPOIS-AUDITORIA.
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
       P550-GRAVA-AUDITORIA-FIM.

      *MANUTENCAO DAS FAIXAS DE DISPONIBILIDADE DO PROFESSOR
      *(DISPPROF.DAT): LISTA AS FAIXAS ATUAIS E INCLUI OU EXCLUI UMA.
      *NAO RETROAGE: BLOCOS JA ATRIBUIDOS FORA DA NOVA FAIXA
      *CONTINUAM NO HORARIO.
       P560-DISPONIBILIDADE.
           PERFORM P440-PEDE-ID THRU P440-PEDE-ID-FIM.
           READ PROFESSOR
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P560-DISPONIBILIDADE-FIM
           END-READ.
           DISPLAY 'PROFESSOR ' ID-PROFESSOR OF REG-PROFESSOR ' '
                   NM-PROFESSOR
           END-DISPLAY.
           PERFORM P565-LISTA-FAIXAS THRU P565-LISTA-FAIXAS-FIM.
           DISPLAY 'INCLUIR (I), EXCLUIR (E) OU VOLTAR (V)?: '
           END-DISPLAY.
           ACCEPT WS-ACAO-FAIXA
           END-ACCEPT.
           IF WS-ACAO-FAIXA NOT EQUAL 'I' AND
              WS-ACAO-FAIXA NOT EQUAL 'E' THEN
               GO TO P560-DISPONIBILIDADE-FIM
           END-IF.
           MOVE WS-ID-PROFESSOR TO ID-PROFESSOR-DSP.
           DISPLAY 'INFORME O DIA DA SEMANA (1=DOM..7=SAB).: '
           END-DISPLAY.
           ACCEPT DIA-SEMANA-DSP
           END-ACCEPT.
           DISPLAY 'INFORME A HORA DE INICIO (HHMM)........: '
           END-DISPLAY.
           ACCEPT HR-INICIO-DSP
           END-ACCEPT.
           IF WS-ACAO-FAIXA EQUAL 'E' THEN
               DELETE DISPPROF RECORD
                   INVALID KEY
                       DISPLAY 'FAIXA NAO LOCALIZADA.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'FAIXA EXCLUIDA COM SUCESSO.'
                       END-DISPLAY
               END-DELETE
               GO TO P560-DISPONIBILIDADE-FIM
           END-IF.
           DISPLAY 'INFORME A HORA DE TERMINO (HHMM).......: '
           END-DISPLAY.
           ACCEPT HR-FIM-DSP
           END-ACCEPT.
           IF DIA-SEMANA-DSP IS LESS THAN 1 OR
              DIA-SEMANA-DSP IS GREATER THAN 7 OR
              HR-FIM-DSP IS NOT GREATER THAN HR-INICIO-DSP OR
              HR-FIM-DSP IS GREATER THAN 2400 THEN
               DISPLAY 'DIA OU FAIXA DE HORARIO INVALIDA. NADA '
                       'GRAVADO.'
               END-DISPLAY
               GO TO P560-DISPONIBILIDADE-FIM
           END-IF.
           WRITE REG-DISPPROF
               INVALID KEY
                   DISPLAY 'FAIXA JA CADASTRADA NESTE DIA E HORA.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'FAIXA INCLUIDA COM SUCESSO.'
                   END-DISPLAY
           END-WRITE.
       P560-DISPONIBILIDADE-FIM.
           EXIT.

       P565-LISTA-FAIXAS.
           MOVE ZEROS TO WS-QTD-FAIXAS.
           SET WS-EOF-DSP-OK TO FALSE.
           MOVE WS-ID-PROFESSOR TO ID-PROFESSOR-DSP.
           MOVE ZEROS           TO DIA-SEMANA-DSP.
           MOVE ZEROS           TO HR-INICIO-DSP.
           START DISPPROF KEY IS NOT LESS THAN CH-DISPPROF
               INVALID KEY
                   SET WS-EOF-DSP-OK TO TRUE
           END-START.
           PERFORM P570-LE-FAIXA THRU P570-LE-FAIXA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DSP-OK.
           IF WS-QTD-FAIXAS EQUAL ZEROS THEN
               DISPLAY 'SEM FAIXAS CADASTRADAS: DISPONIVEL EM '
                       'QUALQUER HORARIO.'
               END-DISPLAY
           END-IF.
       P565-LISTA-FAIXAS-FIM.

       P570-LE-FAIXA.
           READ DISPPROF NEXT RECORD
               AT END
                   SET WS-EOF-DSP-OK TO TRUE
               NOT AT END
                   IF ID-PROFESSOR-DSP NOT EQUAL WS-ID-PROFESSOR THEN
                       SET WS-EOF-DSP-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-FAIXAS
                       DISPLAY 'DIA ' DIA-SEMANA-DSP
                               ' - DE ' HR-INICIO-DSP
                               ' A ' HR-FIM-DSP
                       END-DISPLAY
                   END-IF
           END-READ.
       P570-LE-FAIXA-FIM.

       P420-FECHA-ARQ.
           CLOSE PROFESSOR.
           CLOSE MATERIAS.
           CLOSE AUDITORIA.
           CLOSE DISPPROF.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
