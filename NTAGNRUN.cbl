      *            DEVOLVE 8 PARA O CICLO ENXERGAR O PROBLEMA. RODA
      *            COMO PASSO FINAL DO NTEODRUN, SEM PEDIR NADA AO
      *            OPERADOR.
      * Update:    14/09/2023 - CADA AGENDADO PODE RODAR EM SIMULACAO
      *            PELO PARAMETRO SIMULA-<PROGRAMA> (PGPARLER; 1 =
      *            SIMULA, PADRAO 0): A AREA DE LOTE VAI NA CHAMADA E O
      *            CONTROLE REGISTRA SIMULADO OU AVISO SIMUL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-COM-OPERADOR          PIC X(10)  VALUE 'AGENDA'.
           03 WS-COM-NIVEL             PIC 9(01)  VALUE 2.

      *AREA DE LOTE PASSADA AOS AGENDADOS: 'S' PEDE A SIMULACAO (OS
      *PROGRAMAS DE ATUALIZACAO EM MASSA NAO GRAVAM NOS CADASTROS E
      *SO RELATAM NO SPOOL O QUE MUDARIA). PROGRAMA QUE NAO A CONHECE
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
                  ' *** '                  DELIMITED BY SIZE
                  INTO WS-COM-MENSAGEM
           END-STRING.
           PERFORM P510-DEFINE-SIMULACAO
                   THRU P510-DEFINE-SIMULACAO-FIM.
           MOVE NM-PROGRAMA-AGENDA TO WS-CFG-NOME-PROG.
           PERFORM P015-MONTA-CAMINHO-PROG
                   THRU P015-MONTA-CAMINHO-PROG-FIM.
           MOVE ZEROS TO RETURN-CODE.
           CALL WS-CFG-CAMINHO-PROG USING WS-COM-AREA WS-PARM-LOTE.
           MOVE RETURN-CODE TO WS-RC-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           MOVE NM-PROGRAMA-AGENDA TO NM-PASSO-EXECUCAO.
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
           END-REWRITE.
       P500-LANCA-PROGRAMA-FIM.

      *PARAMETRO SIMULA-<PROGRAMA> IGUAL A 1 PEDE A SIMULACAO DO
      *AGENDADO; AUSENTE OU ZERO, O PROGRAMA RODA DE VERDADE.
       P510-DEFINE-SIMULACAO.
           MOVE SPACES TO WS-PL-NOME.
           STRING 'SIMULA-'                DELIMITED BY SIZE
                  NM-PROGRAMA-AGENDA       DELIMITED BY SPACE
                  INTO WS-PL-NOME
           END-STRING.
           MOVE ZEROS TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           IF WS-PL-VALOR EQUAL 1 THEN
               SET WS-LT-SIMULACAO-OK TO TRUE
               DISPLAY 'AGENDA: ' NM-PROGRAMA-AGENDA
                       ' EM MODO SIMULACAO (' WS-PL-NOME ').'
               END-DISPLAY
           ELSE
               SET WS-LT-SIMULACAO-OK TO FALSE
           END-IF.
       P510-DEFINE-SIMULACAO-FIM.

       P450-GRAVA-CONTROLE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO DT-EXECUCAO.
