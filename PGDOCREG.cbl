      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      26/06/2023.
      * Purpose:   REGISTRO DE DOCUMENTOS EMITIDOS - ROTINA CHAMADA
      *            PELOS PROGRAMAS QUE EMITEM DOCUMENTOS AO ALUNO:
      *              LK-ACAO = 'R'  CALCULA A DIGITAL DO CONTEUDO EM
      *                             LK-CONTEUDO, ALOCA O PROXIMO
      *                             NUMERO DE REGISTRO (CONTADOR
      *                             DOCREG.CTL), MONTA O CODIGO DE
      *                             VERIFICACAO, GRAVA A EMISSAO EM
      *                             DOCREG.DAT (CFPK0076) E DEVOLVE O
      *                             CODIGO EM LK-CD-VERIFICACAO PARA
      *                             SER IMPRESSO NO DOCUMENTO;
      *              LK-ACAO = 'C'  SO CALCULA A DIGITAL DE
      *                             LK-CONTEUDO EM LK-NR-DIGITAL (USADA
      *                             PELA CONSULTA DE AUTENTICIDADE
      *                             NTDOCVER PARA CONFERIR O REGISTRO).
      *            O CODIGO TEM O TIPO DO DOCUMENTO, O NUMERO DE
      *            REGISTRO E CINCO DIGITOS DE CONFERENCIA TIRADOS DA
      *            DIGITAL E DO HORARIO DA EMISSAO (EX. D000123-48213),
      *            DE MODO QUE NAO BASTA CONHECER A NUMERACAO PARA
      *            FORJAR UM CODIGO. LK-RETORNO DIFERENTE DE ZERO
      *            INDICA QUE O DOCUMENTO NAO FOI REGISTRADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGDOCREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCREG
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CD-VERIFICACAO-DRG
           ALTERNATE RECORD KEY IS ID-ALUNO-DRG
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-DRG.

           SELECT SEQUENCIA
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SEQ.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCREG.
           COPY CFPK0076.

       FD  SEQUENCIA.
       01  REG-SEQUENCIA               PIC 9(06).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 WS-DH-HORA               PIC 9(06).
           03 WS-DH-CENTESIMOS         PIC 9(02).
           03 FILLER                   PIC X(05).

      *NUMERO DE REGISTRO E MONTAGEM DO CODIGO DE VERIFICACAO.
       77  WS-NR-REGISTRO              PIC 9(06) VALUE ZEROS.
       77  WS-NR-CONFERENCIA           PIC 9(05) VALUE ZEROS.
       01  WS-CODIGO.
           03 WS-CD-TIPO               PIC X(01).
           03 WS-CD-REGISTRO           PIC 9(06).
           03 WS-CD-SEPARADOR          PIC X(01).
           03 WS-CD-CONFERENCIA        PIC 9(05).

      *DIGITAL DO CONTEUDO: SOMA POLINOMIAL DOS CARACTERES DO RESUMO,
      *REDUZIDA A CADA PASSO PELO MODULO PRIMO (CABE EM NOVE DIGITOS).
       77  WS-DIGITAL                  PIC 9(11) VALUE ZEROS.
       77  WS-INDICE                   PIC 9(03) VALUE ZEROS.

       77  WS-FS-DRG                   PIC 99.
           88 WS-FS-DRG-OK             VALUE 0.
       77  WS-FS-SEQ                   PIC 99.
           88 WS-FS-SEQ-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-DOCREG.
           03 LK-ACAO                  PIC X(01).
               88 LK-ACAO-REGISTRA     VALUE 'R'.
               88 LK-ACAO-DIGITAL      VALUE 'C'.
           03 LK-TP-DOCUMENTO          PIC X(01).
           03 LK-NR-DOCUMENTO          PIC 9(06).
           03 LK-ID-ALUNO              PIC 9(05).
           03 LK-OPERADOR              PIC X(10).
           03 LK-CONTEUDO              PIC X(250).
           03 LK-NR-DIGITAL            PIC 9(09).
           03 LK-CD-VERIFICACAO        PIC X(13).
           03 LK-RETORNO               PIC 9(01).

       PROCEDURE DIVISION USING LK-PARM-DOCREG.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           MOVE ZEROS TO LK-RETORNO.
           PERFORM P100-CALCULA-DIGITAL THRU P100-CALCULA-DIGITAL-FIM.
           IF LK-ACAO-REGISTRA THEN
               PERFORM P200-REGISTRA THRU P200-REGISTRA-FIM
           END-IF.
           GOBACK.
       P001-MAIN-FIM.

       COPY CFCFG002.

      *CALCULA A DIGITAL DO RESUMO DO CONTEUDO, CARACTERE A
      *CARACTERE, NAS 250 POSICOES (BRANCOS INCLUSIVE).
       P100-CALCULA-DIGITAL.
           MOVE ZEROS TO WS-DIGITAL.
           PERFORM P110-SOMA-CARACTERE THRU P110-SOMA-CARACTERE-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 250.
           MOVE WS-DIGITAL TO LK-NR-DIGITAL.
       P100-CALCULA-DIGITAL-FIM.

       P110-SOMA-CARACTERE.
           COMPUTE WS-DIGITAL = FUNCTION MOD
                   ((WS-DIGITAL * 31) +
                    FUNCTION ORD (LK-CONTEUDO (WS-INDICE:1)),
                    999999937).
       P110-SOMA-CARACTERE-FIM.

      *ALOCA O NUMERO DE REGISTRO, MONTA O CODIGO E GRAVA A EMISSAO.
       P200-REGISTRA.
           MOVE SPACES TO LK-CD-VERIFICACAO.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DOCREG.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DOCREG.CTL'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
      *SE O REGISTRO AINDA NAO EXISTE (35), CRIA.
           OPEN I-O DOCREG.
           IF NOT WS-FS-DRG-OK THEN
               OPEN OUTPUT DOCREG
               CLOSE DOCREG
               OPEN I-O DOCREG
           END-IF.
           IF NOT WS-FS-DRG-OK THEN
               MOVE 1 TO LK-RETORNO
               GO TO P200-REGISTRA-FIM
           END-IF.
           PERFORM P210-PROXIMO-REGISTRO THRU P210-PROXIMO-REGISTRO-FIM.
           COMPUTE WS-NR-CONFERENCIA = FUNCTION MOD
                   (WS-DIGITAL + (WS-NR-REGISTRO * 7919) +
                    (WS-DH-HORA * 100) + WS-DH-CENTESIMOS, 99991).
           MOVE LK-TP-DOCUMENTO   TO WS-CD-TIPO.
           MOVE WS-NR-REGISTRO    TO WS-CD-REGISTRO.
           MOVE '-'               TO WS-CD-SEPARADOR.
           MOVE WS-NR-CONFERENCIA TO WS-CD-CONFERENCIA.
           INITIALIZE REG-DOCREG
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-CODIGO         TO CD-VERIFICACAO-DRG.
           MOVE LK-TP-DOCUMENTO   TO TP-DOCUMENTO-DRG.
           MOVE LK-NR-DOCUMENTO   TO NR-DOCUMENTO-DRG.
           MOVE LK-ID-ALUNO       TO ID-ALUNO-DRG.
           MOVE WS-DH-DATA        TO DT-EMISSAO-DRG.
           MOVE WS-DH-HORA        TO HR-EMISSAO-DRG.
           MOVE LK-OPERADOR       TO ID-OPERADOR-DRG.
           MOVE LK-NR-DIGITAL     TO NR-DIGITAL-DRG.
           MOVE LK-CONTEUDO       TO DS-CONTEUDO-DRG.
           SET ST-DOC-VALIDO      TO TRUE.
           WRITE REG-DOCREG
               INVALID KEY
                   MOVE 1 TO LK-RETORNO
               NOT INVALID KEY
                   MOVE WS-CODIGO TO LK-CD-VERIFICACAO
           END-WRITE.
           CLOSE DOCREG.
       P200-REGISTRA-FIM.
           EXIT.

      *LE, INCREMENTA E REGRAVA O CONTADOR DE REGISTROS.
       P210-PROXIMO-REGISTRO.
           MOVE ZEROS TO WS-NR-REGISTRO.
           OPEN INPUT SEQUENCIA.
           IF WS-FS-SEQ-OK THEN
               READ SEQUENCIA
                   AT END
                       MOVE ZEROS TO REG-SEQUENCIA
               END-READ
               MOVE REG-SEQUENCIA TO WS-NR-REGISTRO
               CLOSE SEQUENCIA
           END-IF.
           ADD 1 TO WS-NR-REGISTRO.
           OPEN OUTPUT SEQUENCIA.
           MOVE WS-NR-REGISTRO TO REG-SEQUENCIA.
           WRITE REG-SEQUENCIA
           END-WRITE.
           CLOSE SEQUENCIA.
       P210-PROXIMO-REGISTRO-FIM.

       END PROGRAM PGDOCREG.
