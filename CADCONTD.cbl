      *            FUNDIDO E EXCLUI O DUPLICADO. AS DUAS IMAGENS VAO
      *            PARA A AUDITORIA (ALTERACAO DO SOBREVIVENTE E
      *            EXCLUSAO DO DUPLICADO).
      * Update:    26/12/2022 - O CPF DO CONTATO (CPF-CONTATO) ENTRA NA
      *            COMPARACAO E NA ESCOLHA CAMPO A CAMPO DA FUSAO.
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
       77  WS-ID-DUPLICADO             PIC 9(06) VALUE ZEROS.

      *COPIAS DOS DOIS REGISTROS ENVOLVIDOS NA FUSAO.
       01  WS-SOBREVIVENTE             PIC X(157) VALUE SPACES.
       01  FILLER REDEFINES WS-SOBREVIVENTE.
           03 WS-SB-ID                 PIC 9(06).
           03 WS-SB-NOME               PIC X(20).
           03 WS-SB-CIDADE             PIC X(20).
           03 WS-SB-UF                 PIC X(02).
           03 WS-SB-CEP                PIC 9(08).
           03 WS-SB-CPF                PIC 9(11).

       01  WS-DUPLICADO                PIC X(157) VALUE SPACES.
       01  FILLER REDEFINES WS-DUPLICADO.
           03 WS-DP-ID                 PIC 9(06).
           03 WS-DP-NOME               PIC X(20).
           03 WS-DP-CIDADE             PIC X(20).
           03 WS-DP-UF                 PIC X(02).
           03 WS-DP-CEP                PIC 9(08).
           03 WS-DP-CPF                PIC 9(11).

       01  WS-REG-ANTES                PIC X(157) VALUE SPACES.

       77  WS-ESCOLHA                  PIC X.
           88 WS-ESCOLHA-SOBREV        VALUE '1'.
           DISPLAY 'UF/CEP..: ' WS-SB-UF ' ' WS-SB-CEP '   '
                   WS-DP-UF ' ' WS-DP-CEP
           END-DISPLAY.
           DISPLAY 'CPF.....: ' WS-SB-CPF '            ' WS-DP-CPF
           END-DISPLAY.
       P450-MOSTRA-LADO-A-LADO-FIM.

      *PARA CADA CAMPO, O OPERADOR ESCOLHE DE QUAL REGISTRO FICA O
           IF WS-ESCOLHA-DUPLIC THEN
               MOVE WS-DP-CEP TO WS-SB-CEP
           END-IF.
           DISPLAY 'CPF (1/2)?: '
           END-DISPLAY.
           ACCEPT WS-ESCOLHA
           END-ACCEPT.
           IF WS-ESCOLHA-DUPLIC THEN
               MOVE WS-DP-CPF TO WS-SB-CPF
           END-IF.
       P500-ESCOLHE-CAMPOS-FIM.

       P600-CONFIRMA-FUSAO.
           MOVE 'CONTATOS'          TO NM-ARQUIVO-AUDITORIA.
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
       P700-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
