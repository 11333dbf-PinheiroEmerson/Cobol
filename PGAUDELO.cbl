      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      08/09/2023.
      * Purpose:   ENCADEAMENTO DA AUDITORIA - ROTINA CHAMADA POR TODO
      *            PROGRAMA QUE GRAVA EM AUDITORIA.DAT, IMEDIATAMENTE
      *            ANTES DO WRITE, COM O REGISTRO JA MONTADO. ALOCA O
      *            PROXIMO NUMERO SEQUENCIAL E CALCULA O ELO DO
      *            REGISTRO: SOMA POLINOMIAL DOS CARACTERES DO
      *            CONTEUDO E DO NUMERO SEQUENCIAL, PARTINDO DO ELO DO
      *            REGISTRO ANTERIOR E REDUZIDA PELO MODULO PRIMO (A
      *            MESMA CONTA DA DIGITAL DO PGDOCREG). ASSIM, EXCLUIR,
      *            INCLUIR OU ALTERAR UMA LINHA QUEBRA O ELO DE TODAS
      *            AS SEGUINTES, O QUE O NTAUDVER APONTA. O ULTIMO
      *            NUMERO E O ULTIMO ELO FICAM NO CONTROLE AUDELO.CTL
      *            (MESMO PRECEDENTE DOS CONTADORES CERTSEQ.CTL E
      *            DOCREG.CTL). O ARQUIVAMENTO (NTAUDARC) COPIA OS
      *            REGISTROS SEM CHAMAR ESTA ROTINA.
      *            LK-ACAO = 'E' ENCADEIA O REGISTRO RECEBIDO;
      *            LK-ACAO = 'C' SO RECALCULA O ELO DO REGISTRO A
      *                          PARTIR DE LK-ELO-ANTERIOR (USADA NA
      *                          CONFERENCIA DO NTAUDVER), SEM MEXER NO
      *                          CONTROLE.
      *            LK-ACAO = 'G' CONFIRMA O REGISTRO RECEBIDO, JA
      *                          GRAVADO: SO ENTAO O CONTROLE AVANCA.
      *            NA CHAMADA DOS PROGRAMAS GRAVADORES SO E PASSADO O
      *            REGISTRO: SEM A AREA DE PARAMETROS, VALE 'E'.
      * Update:    11/09/2023 - O SUPERVISOR CO-ASSINANTE DO REGISTRO
      *            (ID-COASSINANTE-AUDITORIA) E PREENCHIDO AQUI, ANTES
      *            DO CALCULO DO ELO: COM A AREA DE PARAMETROS E ACAO
      *            'E', VEM DE LK-COASSINANTE (UTILITARIOS CO-ASSINADOS
      *            PELO PGCOASSI); SEM A AREA, FICA EM BRANCO.
      * Update:    25/09/2023 - O ENCADEAMENTO ('E') NAO REGRAVA MAIS O
      *            CONTROLE AUDELO.CTL: O GRAVADOR CHAMA A CONFIRMACAO
      *            ('G') DEPOIS DO WRITE BEM-SUCEDIDO E SO ENTAO O
      *            NUMERO FICA USADO. WRITE QUE FALHA (ARQUIVO FECHADO
      *            OU STATUS RUIM) NAO DEIXA BURACO NA NUMERACAO PARA O
      *            NTAUDVER APONTAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGAUDELO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-ELO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-ELO.
       01  REG-CONTROLE-ELO.
           03 NR-SEQ-CONTROLE          PIC 9(09).
           03 NR-ELO-CONTROLE          PIC 9(09).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *ELO EM CALCULO: PARTE DO ELO ANTERIOR E SOMA, CARACTERE A
      *CARACTERE, O CONTEUDO DO REGISTRO ATE O NUMERO SEQUENCIAL
      *INCLUSIVE (O PROPRIO ELO FICA DE FORA).
       77  WS-DIGITAL                  PIC 9(11) VALUE ZEROS.
       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.
       77  WS-TAM-CONTEUDO             PIC 9(03) VALUE 597.
       77  WS-ACAO                     PIC X(01) VALUE SPACES.
           88 WS-ACAO-CONFERE          VALUE 'C'.
           88 WS-ACAO-CONFIRMA         VALUE 'G'.

       77  WS-FS-CTL                   PIC 99.
           88 WS-FS-CTL-OK             VALUE 0.

       LINKAGE SECTION.
           COPY CFPK0006.

       01  LK-PARM-ELO.
           03 LK-ACAO                  PIC X(01).
           03 LK-ELO-ANTERIOR          PIC 9(09).
           03 LK-ELO-CALCULADO         PIC 9(09).
           03 LK-COASSINANTE           PIC X(10).

       PROCEDURE DIVISION USING REG-AUDITORIA LK-PARM-ELO.

       P001-MAIN.
           MOVE 'E' TO WS-ACAO.
           IF ADDRESS OF LK-PARM-ELO NOT EQUAL NULL THEN
               MOVE LK-ACAO TO WS-ACAO
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACAO-CONFERE
                   MOVE LK-ELO-ANTERIOR TO WS-DIGITAL
                   PERFORM P100-CALCULA-ELO THRU P100-CALCULA-ELO-FIM
                   MOVE WS-DIGITAL      TO LK-ELO-CALCULADO
               WHEN WS-ACAO-CONFIRMA
                   PERFORM P300-CONFIRMA THRU P300-CONFIRMA-FIM
               WHEN OTHER
                   MOVE SPACES TO ID-COASSINANTE-AUDITORIA
                   IF ADDRESS OF LK-PARM-ELO NOT EQUAL NULL THEN
                       MOVE LK-COASSINANTE TO ID-COASSINANTE-AUDITORIA
                   END-IF
                   PERFORM P200-ENCADEIA THRU P200-ENCADEIA-FIM
           END-EVALUATE.
           GOBACK.
       P001-MAIN-FIM.

       COPY CFCFG002.

       P100-CALCULA-ELO.
           PERFORM P110-SOMA-CARACTERE THRU P110-SOMA-CARACTERE-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-TAM-CONTEUDO.
       P100-CALCULA-ELO-FIM.

       P110-SOMA-CARACTERE.
           COMPUTE WS-DIGITAL = FUNCTION MOD
                   ((WS-DIGITAL * 31) +
                    FUNCTION ORD (REG-AUDITORIA (WS-INDICE:1)),
                    999999937).
       P110-SOMA-CARACTERE-FIM.

      *LE O ULTIMO NUMERO/ELO DO CONTROLE E NUMERA E ENCADEIA O
      *REGISTRO. O CONTROLE NAO E REGRAVADO AQUI: SO A CONFIRMACAO
      *(ACAO 'G') DEPOIS DO WRITE BEM-SUCEDIDO O AVANCA, PARA QUE UM
      *WRITE QUE FALHOU NAO CONSUMA O NUMERO. CONTROLE AUSENTE =
      *INICIO DA CADEIA (NUMERO 1, ELO ANTERIOR ZERO).
       P200-ENCADEIA.
           PERFORM P210-LE-CONTROLE THRU P210-LE-CONTROLE-FIM.
           ADD 1 TO NR-SEQ-CONTROLE.
           MOVE NR-SEQ-CONTROLE TO NR-SEQ-AUDITORIA.
           MOVE NR-ELO-CONTROLE TO WS-DIGITAL.
           PERFORM P100-CALCULA-ELO THRU P100-CALCULA-ELO-FIM.
           MOVE WS-DIGITAL      TO NR-ELO-AUDITORIA.
       P200-ENCADEIA-FIM.
           EXIT.

       P210-LE-CONTROLE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDELO.CTL'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           MOVE ZEROS TO REG-CONTROLE-ELO.
           OPEN INPUT CONTROLE-ELO.
           IF WS-FS-CTL-OK THEN
               READ CONTROLE-ELO
                   AT END
                       MOVE ZEROS TO REG-CONTROLE-ELO
               END-READ
               CLOSE CONTROLE-ELO
           END-IF.
           IF REG-CONTROLE-ELO IS NOT NUMERIC THEN
               MOVE ZEROS TO REG-CONTROLE-ELO
           END-IF.
       P210-LE-CONTROLE-FIM.

      *CONFIRMACAO DO REGISTRO GRAVADO: O CONTROLE PASSA A TER O
      *NUMERO E O ELO DO REGISTRO RECEBIDO, DESDE QUE ELE SEJA O
      *PROXIMO DA CADEIA (CONFIRMACAO REPETIDA NAO MEXE NO CONTROLE).
       P300-CONFIRMA.
           PERFORM P210-LE-CONTROLE THRU P210-LE-CONTROLE-FIM.
           ADD 1 TO NR-SEQ-CONTROLE.
           IF NR-SEQ-AUDITORIA NOT EQUAL NR-SEQ-CONTROLE THEN
               GO TO P300-CONFIRMA-FIM
           END-IF.
           MOVE NR-ELO-AUDITORIA TO NR-ELO-CONTROLE.
           OPEN OUTPUT CONTROLE-ELO.
           WRITE REG-CONTROLE-ELO
           END-WRITE.
           CLOSE CONTROLE-ELO.
       P300-CONFIRMA-FIM.
           EXIT.

       END PROGRAM PGAUDELO.
