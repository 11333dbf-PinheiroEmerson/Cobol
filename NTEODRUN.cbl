      *            EXECUCAO (EXECUCAO.CTL), PARA QUE DE MANHA SE VEJA
      *            DE RELANCE SE O CICLO DA NOITE COMPLETOU. NAO PEDE
      *            NADA AO OPERADOR, PARA PODER RODAR SEM ASSISTENCIA.
      * Update:    14/09/2023 - CADA PASSO PODE RODAR EM SIMULACAO
      *            PELO PARAMETRO SIMULA-<PROGRAMA> (PGPARLER; 1 =
      *            SIMULA, PADRAO 0): A AREA DE LOTE VAI NA CHAMADA E O
      *            CONTROLE REGISTRA SIMULADO OU AVISO SIMUL.
      * Update:    08/09/2023 - INCLUIDO O PASSO NTAUDVER ANTES DO
      *            BACKUP: A CADEIA DA AUDITORIA E CONFERIDA TODA NOITE;
      *            QUEBRA NA CADEIA E AVISO (RETURN-CODE 4) E A CADEIA
      *            DO FECHAMENTO SEGUE.
      * Update:    21/08/2023 - INCLUIDO O PASSO NTATDRET ANTES DO
      *            BACKUP: A LISTA DIARIA DE RETORNOS DE ATENDIMENTO SAI
      *            TODA NOITE E OS RETORNOS VENCIDOS SAO ESCALADOS AO
      *            SUPERVISOR; RETORNO VENCIDO E AVISO (RETURN-CODE 4) E
      *            A CADEIA SEGUE.
      * Update:    10/07/2023 - INCLUIDO O PASSO NTLMSEXP ANTES DO
      *            BACKUP: O ARQUIVO DE SINCRONIZACAO COM A PLATAFORMA
      *            DE ENSINO ONLINE SAI TODA NOITE, JA COM AS
      *            MATRICULAS E TRANCAMENTOS DO DIA, E O BACKUP
      *            CAPTURA A FOTOGRAFIA DO ENVIO (LMSFOTO.DAT).
      * Update:    03/07/2023 - INCLUIDO O PASSO NTCATIMP ANTES DO
      *            BACKUP: O REGISTRO DAS CATRACAS DO DIA PRE-PREENCHE A
      *            CHAMADA COM AS PRESENCAS SUGERIDAS E O BACKUP JA AS
      *            CAPTURA.
      * Update:    18/11/2022 - INCLUIDO O PASSO NTFINDER ANTES DO
      *            BACKUP: A INADIMPLENCIA E REDERIVADA TODA NOITE E
      *            O BACKUP JA CAPTURA OS CADASTROS ATUALIZADOS.
           03 FILLER                   PIC X(08) VALUE 'NTALUEXP'.
           03 FILLER                   PIC X(08) VALUE 'CADCONTX'.
           03 FILLER                   PIC X(08) VALUE 'NTFINDER'.
           03 FILLER                   PIC X(08) VALUE 'NTCATIMP'.
           03 FILLER                   PIC X(08) VALUE 'NTLMSEXP'.
           03 FILLER                   PIC X(08) VALUE 'NTATDRET'.
           03 FILLER                   PIC X(08) VALUE 'NTAUDVER'.
           03 FILLER                   PIC X(08) VALUE 'NTBKPGEN'.
           03 FILLER                   PIC X(08) VALUE 'NTAGNRUN'.
       01  FILLER REDEFINES WS-TABELA-PASSOS.
           03 WS-PASSO                 PIC X(08) OCCURS 11 TIMES.

       77  WS-INDICE-PASSO             PIC 9(02) VALUE ZEROS.
       77  WS-NOME-PASSO-FALHO         PIC X(08) VALUE SPACES.
       77  WS-RC-PASSO                 PIC 9(04) VALUE ZEROS.

           03 WS-COM-OPERADOR          PIC X(10)  VALUE 'FECHAMENTO'.
           03 WS-COM-NIVEL             PIC 9(01)  VALUE 2.

      *AREA DE LOTE PASSADA AOS PASSOS: 'S' PEDE A SIMULACAO (OS
      *PROGRAMAS DE ATUALIZACAO EM MASSA NAO GRAVAM NOS CADASTROS E
      *SO RELATAM NO SPOOL O QUE MUDARIA). PASSO QUE NAO A CONHECE
      *IGNORA A AREA.
       01  WS-PARM-LOTE.
           03 WS-LT-SIMULACAO          PIC X(01)  VALUE 'N'.
               88 WS-LT-SIMULACAO-OK   VALUE 'S' FALSE 'N'.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
       P200-PROCESSA.
           PERFORM P300-EXECUTA-PASSO THRU P300-EXECUTA-PASSO-FIM
                   VARYING WS-INDICE-PASSO FROM 1 BY 1
                   UNTIL WS-INDICE-PASSO > 11
                      OR WS-CICLO-INTERROMPIDO-OK.
           MOVE 'CICLO' TO NM-PASSO-EXECUCAO.
           IF WS-CICLO-INTERROMPIDO-OK THEN
                  ' *** '                    DELIMITED BY SIZE
                  INTO WS-COM-MENSAGEM
           END-STRING.
           PERFORM P310-DEFINE-SIMULACAO
                   THRU P310-DEFINE-SIMULACAO-FIM.
           MOVE WS-PASSO (WS-INDICE-PASSO) TO WS-CFG-NOME-PROG.
           PERFORM P015-MONTA-CAMINHO-PROG
                   THRU P015-MONTA-CAMINHO-PROG-FIM.
           MOVE ZEROS TO RETURN-CODE.
           CALL WS-CFG-CAMINHO-PROG USING WS-COM-AREA WS-PARM-LOTE.
           MOVE RETURN-CODE TO WS-RC-PASSO.

           MOVE WS-PASSO (WS-INDICE-PASSO) TO NM-PASSO-EXECUCAO.
           EVALUATE TRUE
               WHEN WS-RC-PASSO EQUAL ZEROS AND WS-LT-SIMULACAO-OK
                   MOVE 'SIMULADO' TO ST-PASSO-EXECUCAO
               WHEN WS-RC-PASSO EQUAL ZEROS
                   MOVE 'OK' TO ST-PASSO-EXECUCAO
               WHEN WS-RC-PASSO IS LESS THAN OR EQUAL TO 4 AND
                    WS-LT-SIMULACAO-OK
                   MOVE 'AVISO SIMUL' TO ST-PASSO-EXECUCAO
               WHEN WS-RC-PASSO IS LESS THAN OR EQUAL TO 4
                   MOVE 'AVISO' TO ST-PASSO-EXECUCAO
               WHEN OTHER
           PERFORM P450-GRAVA-CONTROLE THRU P450-GRAVA-CONTROLE-FIM.
       P300-EXECUTA-PASSO-FIM.

      *PARAMETRO SIMULA-<PROGRAMA> IGUAL A 1 PEDE A SIMULACAO DO
      *PASSO; AUSENTE OU ZERO, O PASSO RODA DE VERDADE.
       P310-DEFINE-SIMULACAO.
           MOVE SPACES TO WS-PL-NOME.
           STRING 'SIMULA-'                  DELIMITED BY SIZE
                  WS-PASSO (WS-INDICE-PASSO) DELIMITED BY SPACE
                  INTO WS-PL-NOME
           END-STRING.
           MOVE ZEROS TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           IF WS-PL-VALOR EQUAL 1 THEN
               SET WS-LT-SIMULACAO-OK TO TRUE
               DISPLAY WS-PASSO (WS-INDICE-PASSO)
                       ' EM MODO SIMULACAO (' WS-PL-NOME ').'
               END-DISPLAY
           ELSE
               SET WS-LT-SIMULACAO-OK TO FALSE
           END-IF.
       P310-DEFINE-SIMULACAO-FIM.

       P900-FINALIZA.
           CLOSE EXECUCAO.
      *O RETURN-CODE DO FECHAMENTO REFLETE O RESULTADO DO CICLO.
