      *            PEDIR NADA AO OPERADOR: A COBRANCA QUE VENCEU
      *            ONTEM NAO ESPERA MAIS ALGUEM BAIXAR ALGO PARA O
      *            ALUNO APARECER COMO INADIMPLENTE NA MATRICULA.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    14/09/2023 - MODO SIMULACAO: FAZ A MESMA VARREDURA E
      *            DERIVACAO SEM REGRAVAR ALUNOS NEM ACORDOS E SEM
      *            AUDITORIA, RELATANDO NO SPOOL (PGSPOOL) O QUE MUDARIA
      *            (SITUACAO ANTES/DEPOIS, ACORDOS QUE SERIAM QUEBRADOS,
      *            REJEICOES E TOTAIS). NO FECHAMENTO NOTURNO O MODO VEM
      *            DA AREA DE LOTE DO NTEODRUN; AVULSO, E PERGUNTADO.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

           SELECT SAIDA-SPOOL
           ASSIGN TO WS-SP-CAMINHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SPL.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE.
       FD  AUDITORIA.
           COPY CFPK0006.

       FD  SAIDA-SPOOL.
       01  REG-SAIDA-SPOOL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
       77  WS-QTD-NOVOS-INADIMPLENTES  PIC 9(04) VALUE ZEROS.
       77  WS-QTD-REGULARIZADOS        PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ACORDOS-QUEBRADOS    PIC 9(03) VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC 9(04) VALUE ZEROS.

      *MODO SIMULACAO: TODA A DERIVACAO E FEITA, MAS NADA E GRAVADO
      *NOS CADASTROS NEM NA AUDITORIA; O QUE MUDARIA VAI PARA O
      *RELATORIO NO SPOOL.
       77  WS-SIMULACAO                PIC X     VALUE 'N'.
           88 WS-SIMULACAO-OK          VALUE 'S' FALSE 'N'.
       77  WS-ST-MENSAL-ANTES          PIC X(10) VALUE SPACES.
       77  WS-VL-EDITADO               PIC ZZZZZZ9,99.

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
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

       77  WS-EOF-MENSALIDADE          PIC X.
           88 WS-EOF-MENSALIDADE-OK    VALUE 'S' FALSE 'N'.
           88 WS-FS-ACO-OK             VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
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
                      WS-MESES-TOTAIS WS-QTD-ALUNOS
                      WS-QTD-NOVOS-INADIMPLENTES
                      WS-QTD-REGULARIZADOS WS-QTD-ACORDOS-QUEBRADOS
                      WS-QTD-REJEITADOS WS-FS-SPL WS-LINHAS-SPOOL
                      WS-LINHA-REL WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-MENSALIDADE-OK   TO FALSE.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           MOVE FUNCTION CURRENT-DATE  TO WS-DH-INICIO-JOB.
           MOVE WS-DH-INICIO-14        TO WS-ID-EXECUCAO.
           PERFORM P105-DEFINE-SIMULACAO
                   THRU P105-DEFINE-SIMULACAO-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
           IF WS-SIMULACAO-OK THEN
               PERFORM P600-ABRE-SPOOL THRU P600-ABRE-SPOOL-FIM
               STRING 'SIMULACAO DA REDERIVACAO DE INADIMPLENCIA - '
                      'EXECUCAO ' WS-ID-EXECUCAO
                      ' - NADA FOI GRAVADO NOS CADASTROS'
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
      *LOTE; CHAMADO AVULSO, E PERGUNTADO AO OPERADOR.
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

      *MONTA OS CAMINHOS DOS MESTRES TOCADOS PELA REDERIVACAO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
               SET WS-EOF-MENSALIDADE-OK TO TRUE
               SET WS-EOF-ACORDO-OK      TO TRUE
           END-IF.
      *NA SIMULACAO OS CADASTROS SO SAO LIDOS E A AUDITORIA NAO E
      *ABERTA.
           IF WS-SIMULACAO-OK THEN
               OPEN INPUT ALUNOS
           ELSE
               OPEN I-O ALUNOS
           END-IF.
           IF NOT WS-FS-A-OK THEN
               DISPLAY 'ERRO AO ABRIR ALUNOS. FILE STATUS: ' WS-FS-A
               END-DISPLAY
               SET WS-EOF-ACORDO-OK      TO TRUE
           END-IF.
      *ACORDOS SAO OPCIONAIS: SEM O ARQUIVO, NAO HA PLANO A QUEBRAR.
           IF WS-SIMULACAO-OK THEN
               OPEN INPUT ACORDO
           ELSE
               OPEN I-O ACORDO
           END-IF.
           IF NOT WS-FS-ACO-OK THEN
               SET WS-EOF-ACORDO-OK TO TRUE
           END-IF.
           IF WS-SIMULACAO-OK THEN
               GO TO P400-ABRE-ARQ-FIM
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.
           EXIT.

      *MARCA COMO QUEBRADO TODO ACORDO VIGENTE COM PARCELA NAO PAGA
      *ALEM DO VENCIMENTO (MESMA REGRA DO NTFINACO), PARA AS

       P320-QUEBRA.
           ADD 1 TO WS-QTD-ACORDOS-QUEBRADOS.
           IF WS-SIMULACAO-OK THEN
               STRING 'ACORDO ' NR-ACORDO-PLANO ' DO ALUNO '
                      ID-ALUNO-ACORDO ': ' ST-ACORDO ' -> QUEBRADO '
                      '(PARCELA VENCIDA EM ' WS-DT-PROXIMA ')'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P605-GRAVA-LINHA-SPOOL
                       THRU P605-GRAVA-LINHA-SPOOL-FIM
               GO TO P320-QUEBRA-FIM
           END-IF.
           MOVE REG-ACORDO TO WS-REG-ANTES.
           SET ST-ACORDO-QUEBRADO TO TRUE.
           REWRITE REG-ACORDO
                           THRU P530-COMPLETA-AUDITORIA-FIM
           END-REWRITE.
       P320-QUEBRA-FIM.
           EXIT.

      *VARRE AS COBRANCAS NA ORDEM DA CHAVE (ALUNO + COMPETENCIA) E
      *REDERIVA CADA ALUNO UMA UNICA VEZ, NA PRIMEIRA COBRANCA DELE.
           DISPLAY 'ACORDOS QUEBRADOS...........: '
                   WS-QTD-ACORDOS-QUEBRADOS
           END-DISPLAY.
           IF WS-SIMULACAO-OK THEN
               PERFORM P620-TOTAIS-SIMULACAO
                       THRU P620-TOTAIS-SIMULACAO-FIM
           END-IF.
       P200-PROCESSA-FIM.

       P410-LE-COBRANCA.
                   DISPLAY 'ALUNO ' WS-ID-ALUNO-ATUAL
                           ' COM COBRANCA MAS SEM CADASTRO.'
                   END-DISPLAY
                   ADD 1 TO WS-QTD-REJEITADOS
                   IF WS-SIMULACAO-OK THEN
                       STRING 'REJEITADO: ALUNO ' WS-ID-ALUNO-ATUAL
                              ' - COBRANCA SEM CADASTRO DE ALUNO'
                              DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       END-STRING
                       PERFORM P605-GRAVA-LINHA-SPOOL
                               THRU P605-GRAVA-LINHA-SPOOL-FIM
                   END-IF
                   GO TO P500-REDERIVA-ALUNO-FIM
           END-READ.
           MOVE REG-ALUNO TO WS-REG-ANTES.
           MOVE ST-MENSALIDADE TO WS-ST-MENSAL-ANTES.
           IF ST-MENSALIDADE-INADIMPLENTE THEN
               SET WS-ERA-INADIMPLENTE-OK TO TRUE
           ELSE
           IF REG-ALUNO EQUAL WS-REG-ANTES THEN
               GO TO P500-REDERIVA-ALUNO-FIM
           END-IF.
           IF WS-SIMULACAO-OK THEN
               PERFORM P510-SIMULA-ALUNO THRU P510-SIMULA-ALUNO-FIM
               GO TO P500-REDERIVA-ALUNO-FIM
           END-IF.
           REWRITE REG-ALUNO
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR A SITUACAO DO ALUNO '
       P500-REDERIVA-ALUNO-FIM.
           EXIT.

      *SIMULACAO: CONTA A MUDANCA COMO SE GRAVADA E RELATA A SITUACAO
      *ANTES E DEPOIS, COM AS VENCIDAS QUE A JUSTIFICAM.
       P510-SIMULA-ALUNO.
           IF ST-MENSALIDADE-INADIMPLENTE AND
              NOT WS-ERA-INADIMPLENTE-OK THEN
               ADD 1 TO WS-QTD-NOVOS-INADIMPLENTES
           END-IF.
           IF NOT ST-MENSALIDADE-INADIMPLENTE AND
              WS-ERA-INADIMPLENTE-OK THEN
               ADD 1 TO WS-QTD-REGULARIZADOS
           END-IF.
           MOVE WS-SM-VL-VENCIDO TO WS-VL-EDITADO.
           STRING 'ALUNO ' WS-ID-ALUNO-ATUAL ' '
                  NM-ALUNO OF REG-ALUNO ': '
                  WS-ST-MENSAL-ANTES ' -> ' ST-MENSALIDADE
                  ' (VENCIDAS ' WS-SM-QT-VENCIDAS
                  ' VALOR ' WS-VL-EDITADO
                  ' MAIS ANTIGA ' WS-SM-DT-VENC-ANTIGA ')'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P605-GRAVA-LINHA-SPOOL
                   THRU P605-GRAVA-LINHA-SPOOL-FIM.
       P510-SIMULA-ALUNO-FIM.

      *ALOCA O SPOOL DO RELATORIO NO PGSPOOL E ABRE O ARQUIVO DE
      *SAIDA DEVOLVIDO POR ELE.
       P600-ABRE-SPOOL.
           MOVE 'N'             TO WS-SP-ACAO.
           MOVE 'NTFINDER'      TO WS-SP-RELATORIO.
           MOVE WS-COM-OPERADOR TO WS-SP-OPERADOR.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           OPEN OUTPUT SAIDA-SPOOL.
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
           MOVE 'F' TO WS-SP-ACAO.
           CALL 'PGSPOOL' USING WS-PARM-SPOOL.
           DISPLAY 'RELATORIO DA SIMULACAO GUARDADO NO SPOOL '
                   WS-SP-NUMERO ' (' WS-SP-PAGINAS ' PAGINAS). '
                   'REIMPRESSAO PELO NTSPLREP.'
           END-DISPLAY.
       P610-FECHA-SPOOL-FIM.

      *TOTAIS DA SIMULACAO. OS ACORDOS QUE SERIAM QUEBRADOS NAO
      *CHEGAM A SER GRAVADOS, ENTAO AS COBRANCAS DELES CONTINUAM
      *SUSPENSAS NA DERIVACAO SIMULADA (O PGSITMEN LE O ACORDO.DAT).
       P620-TOTAIS-SIMULACAO.
           MOVE ALL '-' TO WS-LINHA-REL.
           PERFORM P605-GRAVA-LINHA-SPOOL
                   THRU P605-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ALUNOS REDERIVADOS: ' WS-QTD-ALUNOS
                  ' - NOVOS INADIMPLENTES: ' WS-QTD-NOVOS-INADIMPLENTES
                  ' - REGULARIZADOS: ' WS-QTD-REGULARIZADOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P605-GRAVA-LINHA-SPOOL
                   THRU P605-GRAVA-LINHA-SPOOL-FIM.
           STRING 'ACORDOS QUE SERIAM QUEBRADOS: '
                  WS-QTD-ACORDOS-QUEBRADOS
                  ' - REJEITADOS: ' WS-QTD-REJEITADOS
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P605-GRAVA-LINHA-SPOOL
                   THRU P605-GRAVA-LINHA-SPOOL-FIM.
           IF WS-QTD-ACORDOS-QUEBRADOS IS GREATER THAN ZEROS THEN
               STRING 'OBS.: AS COBRANCAS DOS ACORDOS QUE SERIAM '
                      'QUEBRADOS NAO FORAM REATIVADAS NESTA SIMULACAO.'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               END-STRING
               PERFORM P605-GRAVA-LINHA-SPOOL
                       THRU P605-GRAVA-LINHA-SPOOL-FIM
           END-IF.
       P620-TOTAIS-SIMULACAO-FIM.

      *COMPLETA E GRAVA A LINHA DE AUDITORIA JA MONTADA PELO
      *CHAMADOR, COM O CARIMBO DE DATA/HORA, O OPERADOR DO LOTE E O
      *ID-EXECUCAO PARA O ESTORNO SELETIVO (NTBCKOUT).
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-AUDITORIA.
           MOVE WS-ID-EXECUCAO  TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P530-COMPLETA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           IF WS-FS-ACO-OK THEN
               CLOSE ACORDO
           END-IF.
           IF WS-SIMULACAO-OK THEN
               PERFORM P610-FECHA-SPOOL THRU P610-FECHA-SPOOL-FIM
           ELSE
               CLOSE AUDITORIA
           END-IF.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           MOVE WS-COM-OPERADOR TO WS-JL-OPERADOR.
           MOVE WS-QTD-ALUNOS   TO WS-JL-QTD-LIDOS.
           MOVE WS-QTD-NOVOS-INADIMPLENTES TO WS-JL-QTD-GRAVADOS.
           MOVE WS-QTD-REJEITADOS TO WS-JL-QTD-REJEITADOS.
      *SIMULACAO NAO GRAVOU NADA: O LOG NAO A CONFUNDE COM UM LOTE
      *ESTORNAVEL.
           IF WS-SIMULACAO-OK AND WS-JL-STATUS EQUAL 'CONCLUIDO' THEN
               MOVE 'SIMULACAO' TO WS-JL-STATUS
           END-IF.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
