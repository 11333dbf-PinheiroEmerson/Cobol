      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      19/09/2023.
      * Purpose:   UNIDADE (CAMPUS) E AUTORIZACAO DO OPERADOR - ROTINA
      *            CHAMAVEL QUE DEVOLVE, PARA O PAR (OPERADOR,
      *            UNIDADE), O NOME E O CODIGO INEP DA UNIDADE
      *            (UNIDADE.DAT/CFPK0086), A LOTACAO DO OPERADOR E SE
      *            ELE PODE VER E MANTER ALUNOS E OFERTAS DA UNIDADE
      *            (OPERADOR.DAT/CFPK0007):
      *            LK-ST-UNIDADE = 'A' OPERADOR AUTORIZADO NA UNIDADE;
      *                            'N' OPERADOR NAO AUTORIZADO;
      *                            'I' UNIDADE INEXISTENTE.
      *            LK-FL-ATIVA   = 'S' UNIDADE ATIVA, 'N' INATIVA. ALUNO
      *            E OFERTA DE UNIDADE INATIVA CONTINUAM VISIVEIS, MAS
      *            NADA NOVO E GRAVADO NELA.
      *            UNIDADE ZERO (CADASTRO ANTIGO) VALE COMO 01, A SEDE.
      *            SEM UNIDADE.DAT SO EXISTE A SEDE. O OPERADOR PODE A
      *            UNIDADE DE LOTACAO E AS DA SUA LISTA (99 = TODAS);
      *            OPERADOR FORA DO CADASTRO FICA LOTADO NA SEDE. MESMO
      *            PADRAO DE ROTINA CHAMAVEL DO PGGRADE/PGPARLER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGUNIDAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADE
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CD-UNIDADE
           FILE  STATUS IS WS-FS-UNI.

           SELECT OPERADOR
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-OPERADOR
           FILE  STATUS IS WS-FS-OPR.

       DATA DIVISION.
       FILE SECTION.
       FD  UNIDADE.
           COPY CFPK0086.

       FD  OPERADOR.
           COPY CFPK0007.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-CD-UNIDADE               PIC 9(02) VALUE ZEROS.
       77  WS-INDICE                   PIC 9(01) VALUE ZEROS.
       77  WS-AUTORIZADO               PIC X.
           88 WS-AUTORIZADO-OK         VALUE 'S' FALSE 'N'.

       77  WS-FS-UNI                   PIC 99.
           88 WS-FS-UNI-OK             VALUE 0.
       77  WS-FS-OPR                   PIC 99.
           88 WS-FS-OPR-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-UNIDADE.
           03 LK-ID-OPERADOR           PIC X(10).
           03 LK-CD-UNIDADE            PIC 9(02).
           03 LK-ST-UNIDADE            PIC X(01).
           03 LK-NM-UNIDADE            PIC X(30).
           03 LK-CD-INEP-UNIDADE       PIC 9(08).
           03 LK-CD-LOTACAO            PIC 9(02).
           03 LK-FL-ATIVA              PIC X(01).

       PROCEDURE DIVISION USING LK-PARM-UNIDADE.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO         THRU P100-INICIO-FIM.
           PERFORM P200-LE-UNIDADE     THRU P200-LE-UNIDADE-FIM.
           PERFORM P300-LE-OPERADOR    THRU P300-LE-OPERADOR-FIM.
           IF LK-ST-UNIDADE NOT EQUAL 'I' THEN
               IF WS-AUTORIZADO-OK THEN
                   MOVE 'A' TO LK-ST-UNIDADE
               ELSE
                   MOVE 'N' TO LK-ST-UNIDADE
               END-IF
           END-IF.
           PERFORM P900-FINALIZA       THRU P900-FINALIZA-FIM.
       P001-MAIN-FIM.

       COPY CFCFG002.

       P100-INICIO.
           IF LK-CD-UNIDADE IS NUMERIC THEN
               MOVE LK-CD-UNIDADE TO WS-CD-UNIDADE
           ELSE
               MOVE ZEROS         TO WS-CD-UNIDADE
           END-IF.
           IF WS-CD-UNIDADE EQUAL ZEROS THEN
               MOVE 01 TO WS-CD-UNIDADE
           END-IF.
           MOVE SPACES TO LK-ST-UNIDADE LK-NM-UNIDADE.
           MOVE 'S'    TO LK-FL-ATIVA.
           MOVE ZEROS  TO LK-CD-INEP-UNIDADE.
           MOVE 01     TO LK-CD-LOTACAO.
           SET WS-AUTORIZADO-OK TO FALSE.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\UNIDADE.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\bin\OPERADOR.DAT'        DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
      *OS DOIS CADASTROS SAO OPCIONAIS: SEM ELES, SO HA A SEDE.
           OPEN INPUT UNIDADE.
           OPEN INPUT OPERADOR.
       P100-INICIO-FIM.

      *SEM O CADASTRO DE UNIDADES SO A SEDE EXISTE, SEM CODIGO INEP
      *(O NTCENSOX GERA O ARQUIVO DELA COM AVISO).
       P200-LE-UNIDADE.
           IF NOT WS-FS-UNI-OK THEN
               IF WS-CD-UNIDADE EQUAL 01 THEN
                   MOVE 'SEDE' TO LK-NM-UNIDADE
               ELSE
                   MOVE 'I'    TO LK-ST-UNIDADE
                   MOVE 'N'    TO LK-FL-ATIVA
               END-IF
               GO TO P200-LE-UNIDADE-FIM
           END-IF.
           MOVE WS-CD-UNIDADE TO CD-UNIDADE.
           READ UNIDADE
               INVALID KEY
                   MOVE 'I' TO LK-ST-UNIDADE
                   MOVE 'N' TO LK-FL-ATIVA
                   GO TO P200-LE-UNIDADE-FIM
           END-READ.
           MOVE NM-UNIDADE      TO LK-NM-UNIDADE.
           MOVE CD-INEP-UNIDADE TO LK-CD-INEP-UNIDADE.
           IF ST-UNIDADE-INATIVA THEN
               MOVE 'N' TO LK-FL-ATIVA
           END-IF.
       P200-LE-UNIDADE-FIM.
           EXIT.

      *LOTACAO E LISTA DE UNIDADES DO OPERADOR. A LOTACAO E SEMPRE
      *AUTORIZADA (LISTA VAZIA = SO ELA); 99 NA LISTA LIBERA TODAS.
       P300-LE-OPERADOR.
           IF WS-FS-OPR-OK THEN
               MOVE LK-ID-OPERADOR TO ID-OPERADOR
               READ OPERADOR
                   INVALID KEY
                       MOVE ZEROS TO CD-UNIDADE-LOTACAO
                       MOVE ZEROS TO CD-UNIDADE-AUTORIZADA (1)
                                     CD-UNIDADE-AUTORIZADA (2)
                                     CD-UNIDADE-AUTORIZADA (3)
                                     CD-UNIDADE-AUTORIZADA (4)
                                     CD-UNIDADE-AUTORIZADA (5)
               END-READ
           ELSE
               MOVE ZEROS TO CD-UNIDADE-LOTACAO
               MOVE ZEROS TO CD-UNIDADE-AUTORIZADA (1)
                             CD-UNIDADE-AUTORIZADA (2)
                             CD-UNIDADE-AUTORIZADA (3)
                             CD-UNIDADE-AUTORIZADA (4)
                             CD-UNIDADE-AUTORIZADA (5)
           END-IF.
           IF CD-UNIDADE-LOTACAO IS NOT NUMERIC OR
              CD-UNIDADE-LOTACAO EQUAL ZEROS THEN
               MOVE 01 TO CD-UNIDADE-LOTACAO
           END-IF.
           MOVE CD-UNIDADE-LOTACAO TO LK-CD-LOTACAO.
           PERFORM P310-CONFERE-LISTA THRU P310-CONFERE-LISTA-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 5.
           IF CD-UNIDADE-LOTACAO EQUAL WS-CD-UNIDADE THEN
               SET WS-AUTORIZADO-OK TO TRUE
           END-IF.
       P300-LE-OPERADOR-FIM.

       P310-CONFERE-LISTA.
           IF CD-UNIDADE-AUTORIZADA (WS-INDICE) IS NOT NUMERIC OR
              CD-UNIDADE-AUTORIZADA (WS-INDICE) EQUAL ZEROS THEN
               GO TO P310-CONFERE-LISTA-FIM
           END-IF.
           IF CD-UNIDADE-AUTORIZADA (WS-INDICE) EQUAL 99 OR
              CD-UNIDADE-AUTORIZADA (WS-INDICE) EQUAL
                  WS-CD-UNIDADE THEN
               SET WS-AUTORIZADO-OK TO TRUE
           END-IF.
       P310-CONFERE-LISTA-FIM.
           EXIT.

       P900-FINALIZA.
           IF WS-FS-UNI-OK THEN
               CLOSE UNIDADE
           END-IF.
           IF WS-FS-OPR-OK THEN
               CLOSE OPERADOR
           END-IF.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM PGUNIDAD.
