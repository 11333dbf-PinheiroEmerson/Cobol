      *            DENTRO DE ABONO ACEITO COMO PRESENCA; SEM ISSO O
      *            ALUNO LEGALMENTE DISPENSADO SEGUE REPROVANDO POR
      *            FALTAS.
      * Update:    29/05/2023 - A INCLUSAO RECUSA ABONO CUJO INTERVALO
      *            ALCANCE UMA SUSPENSAO ATIVA DO REGISTRO DISCIPLINAR
      *            (DISCIPL.DAT/NTDSCMAN): DIA DE SUSPENSAO CONTA COMO
      *            FALTA E NAO PODE SER ABONADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT DISCIPL
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-DISCIPLINA
           FILE  STATUS IS WS-FS-DSC.

       DATA DIVISION.
       FILE SECTION.
       FD  ABONO.
       FD  ALUNOS.
           COPY CFPK0001.

       FD  DISCIPL.
           COPY CFPK0068.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-EOF-ABONO                PIC X.
           88 WS-EOF-ABONO-OK          VALUE 'S' FALSE 'N'.
       77  WS-EOF-DSC                  PIC X.
           88 WS-EOF-DSC-OK            VALUE 'S' FALSE 'N'.
       77  WS-SUSPENSO                 PIC X.
           88 WS-SUSPENSO-OK           VALUE 'S' FALSE 'N'.

       77  WS-FS-AB                    PIC 99.
           88 WS-FS-AB-OK              VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-DSC                   PIC 99.
           88 WS-FS-DSC-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           INITIALIZE WS-OPCAO WS-FS-AB WS-FS-A WS-ID-ALUNO
                      WS-DT-INICIO WS-DT-FIM WS-CD-MOTIVO
                      WS-DS-DOCUMENTO WS-QTD-LISTADOS
                      WS-DATA-HORA-ATUAL WS-FS-DSC
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DISCIPL.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
               END-DISPLAY
               MOVE '9' TO WS-OPCAO
           END-IF.
      *O REGISTRO DISCIPLINAR E OPCIONAL: SEM ELE NAO HA SUSPENSAO A
      *CONFERIR NA INCLUSAO.
           OPEN INPUT DISCIPL.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           PERFORM P505-VERIFICA-SUSPENSAO
                   THRU P505-VERIFICA-SUSPENSAO-FIM.
           IF WS-SUSPENSO-OK THEN
               DISPLAY 'PERIODO ALCANCA SUSPENSAO DISCIPLINAR DE '
                       DT-INICIO-SUSP-DSC ' A ' DT-FIM-SUSP-DSC
                       '. DIA DE SUSPENSAO NAO E ABONAVEL.'
               END-DISPLAY
               GO TO P500-INCLUI-FIM
           END-IF.
           DISPLAY 'INFORME O CODIGO DO MOTIVO.............: '
           END-DISPLAY.
           ACCEPT WS-CD-MOTIVO
       P500-INCLUI-FIM.
           EXIT.

      *PROCURA UMA SUSPENSAO ATIVA DO ALUNO QUE SE SOBREPONHA AO
      *INTERVALO PEDIDO. AS OCORRENCIAS DO ALUNO SAO CONSECUTIVAS NA
      *ORDEM DA CHAVE (ALUNO + DATA DA OCORRENCIA + SEQUENCIAL).
       P505-VERIFICA-SUSPENSAO.
           SET WS-SUSPENSO-OK TO FALSE.
           IF NOT WS-FS-DSC-OK THEN
               GO TO P505-VERIFICA-SUSPENSAO-FIM
           END-IF.
           SET WS-EOF-DSC-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-DSC.
           MOVE ZEROS TO DT-OCORRENCIA-DSC NR-SEQ-DSC.
           START DISCIPL KEY IS NOT LESS THAN CH-DISCIPLINA
               INVALID KEY
                   SET WS-EOF-DSC-OK TO TRUE
           END-START.
           PERFORM P506-LE-OCORRENCIA THRU P506-LE-OCORRENCIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DSC-OK
                      OR WS-SUSPENSO-OK.
       P505-VERIFICA-SUSPENSAO-FIM.
           EXIT.

       P506-LE-OCORRENCIA.
           READ DISCIPL NEXT RECORD
               AT END
                   SET WS-EOF-DSC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-DSC NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-DSC-OK TO TRUE
                   ELSE
                       IF ST-OCORRENCIA-ATIVA AND
                          TP-SANCAO-SUSPENSAO AND
                          DT-INICIO-SUSP-DSC IS NOT GREATER THAN
                              WS-DT-FIM AND
                          DT-FIM-SUSP-DSC IS NOT LESS THAN
                              WS-DT-INICIO THEN
                           SET WS-SUSPENSO-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P506-LE-OCORRENCIA-FIM.

      *MARCA O ABONO COMO RECUSADO (DOCUMENTO NAO ACEITO): ELE DEIXA
      *DE CONTAR NA APURACAO, MAS O REGISTRO FICA PARA HISTORIA.
       P510-RECUSA.
       P420-FECHA-ARQ.
           CLOSE ABONO.
           CLOSE ALUNOS.
           IF WS-FS-DSC-OK THEN
               CLOSE DISCIPL
           END-IF.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
