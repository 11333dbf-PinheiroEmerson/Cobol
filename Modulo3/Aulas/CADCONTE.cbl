      * Update:    09/08/2022 - PASSA A GRAVAR UMA LINHA NA AUDITORIA
      *            (AUDITORIA.DAT) PARA CADA CONTATO EXCLUIDO, MESMA
      *            FORMA JA USADA POR CADCONTA E NTALUEXC/NTMATEXC.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       01  WS-DATA-HORA-ATUAL           PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS WS-REGISTRO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-OK               TO FALSE.
           MOVE WS-REGISTRO         TO DS-ANTES-AUDITORIA.
           MOVE SPACES              TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P470-GRAVA-AUDITORIA-FIM.

       P800-ERRO.
