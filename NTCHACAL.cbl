      *            PERCENTUAL APURADO EM FR-ALUNO DE ALUTODOS.DAT,
      *            SUBSTITUINDO O PERCENTUAL DIGITADO NO LANCAMENTO DE
      *            NOTAS PELO CALCULADO A PARTIR DO DOCUMENTO-FONTE.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    29/05/2023 - DIA DENTRO DE SUSPENSAO ATIVA DO
      *            REGISTRO DISCIPLINAR (DISCIPL.DAT/NTDSCMAN) CONTA
      *            COMO FALTA NA APURACAO DE FR-ALUNO, MESMO COM
      *            PRESENCA LANCADA NA CHAMADA, E NAO E ABONAVEL: O
      *            ABONO NAO E CONSULTADO PARA ESSES DIAS.
      * Update:    05/12/2022 - O RESULTADO ATUALIZADO E O DA TENTATIVA
      *            DO PERIODO APURADO (ALUTODOS PASSA A TER O
      *            ANO-SEMESTRE NA CHAVE); A TENTATIVA DE OUTRO PERIODO
      *            NA MESMA MATERIA NAO E TOCADA.
      * Update:    26/10/2022 - FALTA DENTRO DE UM ABONO ACEITO
      *            (ABONO.DAT/NTABOMAN) PASSA A CONTAR COMO PRESENCA
      *            NA APURACAO DE FR-ALUNO: O ALUNO LEGALMENTE
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT MATERIAS
           RECORD KEY IS CH-ABONO
           FILE  STATUS IS WS-FS-AB.

           SELECT DISCIPL
           ASSIGN TO WS-CAMINHO-DISCIPL
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-DISCIPLINA
           FILE  STATUS IS WS-FS-DSC.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAMADA.
       FD  ABONO.
           COPY CFPK0029.

       FD  DISCIPL.
           COPY CFPK0068.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

      *CONTROLES DO ABONO DE FALTAS: FALTA DENTRO DE UM ABONO ACEITO
      *(ABONO.DAT/NTABOMAN) CONTA COMO PRESENCA NA APURACAO.
           88 WS-FALTA-ABONADA-OK      VALUE 'S' FALSE 'N'.
       77  WS-QTD-ABONADAS             PIC 9(04) VALUE ZEROS.

      *CONTROLES DA SUSPENSAO DISCIPLINAR: DIA DENTRO DE SUSPENSAO
      *ATIVA (DISCIPL.DAT/NTDSCMAN) CONTA COMO FALTA E NAO E ABONAVEL.
       01  WS-CAMINHO-DISCIPL          PIC X(80) VALUE SPACES.
       77  WS-FS-DSC                   PIC 99.
           88 WS-FS-DSC-OK             VALUE 0.
       77  WS-EOF-DSC                  PIC X.
           88 WS-EOF-DSC-OK            VALUE 'S' FALSE 'N'.
       77  WS-DIA-SUSPENSO             PIC X.
           88 WS-DIA-SUSPENSO-OK       VALUE 'S' FALSE 'N'.
       77  WS-QTD-SUSPENSAO            PIC 9(04) VALUE ZEROS.

      *AREA DA GRAVACAO DE AUDITORIA DA APURACAO.
       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
                      WS-FR-APURADA WS-QTD-ATUALIZADOS
                      WS-QTD-SEM-RESULTADO WS-QTD-SITUACAO-REVISTA
                      WS-SITUACAO-NOVA WS-QTD-ABONADAS WS-FS-AB
                      WS-FS-DSC WS-QTD-SUSPENSAO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-CHAMADA-OK       TO FALSE.
                  '\Modulo3\DesafioM3\ABONO.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DISCIPL.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-DISCIPL
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P200-PROCESSA.
           END-DISPLAY.
           DISPLAY 'FALTAS ABONADAS.............: ' WS-QTD-ABONADAS
           END-DISPLAY.
           DISPLAY 'AULAS EM SUSPENSAO..........: ' WS-QTD-SUSPENSAO
           END-DISPLAY.
       P200-PROCESSA-FIM.

       P400-ABRE-ARQ.
      *ABONOS DE FALTA SAO OPCIONAIS: SEM O ARQUIVO, TODA FALTA
      *CONTA CONTRA O ALUNO, COMO SEMPRE.
           OPEN INPUT ABONO.
      *O REGISTRO DISCIPLINAR TAMBEM E OPCIONAL: SEM ELE NENHUM DIA
      *E TRATADO COMO SUSPENSAO.
           OPEN INPUT DISCIPL.
       P400-ABRE-ARQ-FIM.

       P430-MONTA-TELA.
           END-IF.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               ADD 1 TO WS-TB-QT-AULAS (WS-INDICE-ACHADO)
               PERFORM P447-VERIFICA-SUSPENSAO
                       THRU P447-VERIFICA-SUSPENSAO-FIM
           END-IF.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS AND
              WS-DIA-SUSPENSO-OK THEN
               ADD 1 TO WS-QTD-SUSPENSAO
               GO TO P440-ACUMULA-PRESENCA-FIM
           END-IF.
           IF WS-INDICE-ACHADO IS GREATER THAN ZEROS THEN
               IF FL-PRESENCA-PRESENTE THEN
                   ADD 1 TO WS-TB-QT-PRESENCAS (WS-INDICE-ACHADO)
               ELSE
               END-IF
           END-IF.
       P440-ACUMULA-PRESENCA-FIM.
           EXIT.

      *FALTA DENTRO DE UM INTERVALO DE ABONO ACEITO DO ALUNO CONTA
      *COMO PRESENCA. OS ABONOS DO ALUNO SAO CONSECUTIVOS NA ORDEM
           END-READ.
       P446-LE-ABONO-FIM.

      *AULA DENTRO DE UMA SUSPENSAO ATIVA DO ALUNO CONTA COMO FALTA
      *(ELE ESTAVA IMPEDIDO DE FREQUENTAR) E NAO PASSA PELO ABONO. AS
      *OCORRENCIAS DO ALUNO SAO CONSECUTIVAS NA ORDEM DA CHAVE.
       P447-VERIFICA-SUSPENSAO.
           SET WS-DIA-SUSPENSO-OK TO FALSE.
           IF NOT WS-FS-DSC-OK THEN
               GO TO P447-VERIFICA-SUSPENSAO-FIM
           END-IF.
           SET WS-EOF-DSC-OK TO FALSE.
           MOVE ID-ALUNO OF CH-CHAMADA TO ID-ALUNO-DSC.
           MOVE ZEROS TO DT-OCORRENCIA-DSC NR-SEQ-DSC.
           START DISCIPL KEY IS NOT LESS THAN CH-DISCIPLINA
               INVALID KEY
                   SET WS-EOF-DSC-OK TO TRUE
           END-START.
           PERFORM P448-LE-OCORRENCIA THRU P448-LE-OCORRENCIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-DSC-OK
                      OR WS-DIA-SUSPENSO-OK.
       P447-VERIFICA-SUSPENSAO-FIM.
           EXIT.

       P448-LE-OCORRENCIA.
           READ DISCIPL NEXT RECORD
               AT END
                   SET WS-EOF-DSC-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-DSC NOT EQUAL
                          ID-ALUNO OF CH-CHAMADA THEN
                       SET WS-EOF-DSC-OK TO TRUE
                   ELSE
                       IF ST-OCORRENCIA-ATIVA AND
                          TP-SANCAO-SUSPENSAO AND
                          DT-CHAMADA IS NOT LESS THAN
                              DT-INICIO-SUSP-DSC AND
                          DT-CHAMADA IS NOT GREATER THAN
                              DT-FIM-SUSP-DSC THEN
                           SET WS-DIA-SUSPENSO-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.
       P448-LE-OCORRENCIA-FIM.

       P450-PROCURA-ENTRADA.
           IF WS-TB-ID-ALUNO   (WS-INDICE) EQUAL
                  ID-ALUNO   OF CH-CHAMADA
                TO ID-ALUNO   OF CH-TODOS.
           MOVE WS-TB-ID-MATERIA (WS-INDICE)
                TO ID-MATERIA OF CH-TODOS.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-TODOS.
           READ TODOS-ALUNOS
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-RESULTADO
           MOVE REG-TODOS           TO DS-DEPOIS-AUDITORIA.
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
       P530-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           IF WS-FS-AB-OK THEN
               CLOSE ABONO
           END-IF.
           IF WS-FS-DSC-OK THEN
               CLOSE DISCIPL
           END-IF.
           CLOSE CHAMADA.
           CLOSE TODOS-ALUNOS.
           CLOSE MATERIAS.
