      *            COMPETENCIA. IMPRESSAO EM CONTRATO.TXT, NUMERO DO
      *            CONTADOR CONTSEQ.CTL E EMISSAO ANOTADA NO LOG
      *            CONTLOG.DAT PARA AUTENTICACAO POSTERIOR.
      * Update:    26/06/2023 - CADA CONTRATO E REGISTRADO NO REGISTRO
      *            DE DOCUMENTOS EMITIDOS (DOCREG.DAT, PGDOCREG) COM O
      *            RESUMO DO CONTEUDO E SAI COM O CODIGO DE VERIFICACAO
      *            NO RODAPE, CONFERIDO NO BALCAO PELO NTDOCVER.
      * Update:    17/07/2023 - BOLSA REVOGADA NA AVALIACAO DE RENOVACAO
      *            (NTBOLREV) NAO ENTRA NO VALOR DO CONTRATO QUANDO A
      *            REVOGACAO VALE DESDE A PRIMEIRA COMPETENCIA DO
      *            PERIODO.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT MATERIAS
       01  WS-ANO-SEMESTRE.
           03 WS-AS-ANO                PIC 9(04).
           03 WS-AS-SEMESTRE           PIC 9(01).
       77  WS-CP-CONTRATO              PIC 9(06) VALUE ZEROS.

       77  WS-NR-DOCUMENTO             PIC 9(06) VALUE ZEROS.
       77  WS-QTD-MATRICULAS           PIC 9(03) VALUE ZEROS.

       77  WS-LINHA                    PIC X(80) VALUE SPACES.

      *AREA DO REGISTRO DE DOCUMENTOS EMITIDOS (PGDOCREG): O RESUMO
      *DO DOCUMENTO VAI PARA DOCREG.DAT E O CODIGO DE VERIFICACAO
      *DEVOLVIDO SAI IMPRESSO NO RODAPE.
       01  WS-PARM-DOCREG.
           03 WS-DR-ACAO               PIC X(01).
           03 WS-DR-TP-DOCUMENTO       PIC X(01).
           03 WS-DR-NR-DOCUMENTO       PIC 9(06).
           03 WS-DR-ID-ALUNO           PIC 9(05).
           03 WS-DR-OPERADOR           PIC X(10).
           03 WS-DR-CONTEUDO           PIC X(250).
           03 WS-DR-NR-DIGITAL         PIC 9(09).
           03 WS-DR-CD-VERIFICACAO     PIC X(13).
           03 WS-DR-RETORNO            PIC 9(01).
       77  WS-PT-CONTEUDO              PIC 9(03) VALUE 1.

       77  WS-EOF-MATRICULA            PIC X.
           88 WS-EOF-MATRICULA-OK      VALUE 'S' FALSE 'N'.
       77  WS-EOF-RESP                 PIC X.
           MOVE ZEROS TO WS-QTD-MATRICULAS.
           PERFORM P510-GRAVA-CABECALHO
                   THRU P510-GRAVA-CABECALHO-FIM.
           MOVE SPACES TO WS-DR-CONTEUDO.
           MOVE 1      TO WS-PT-CONTEUDO.
           STRING 'CONTRATO N. ' WS-NR-DOCUMENTO
                  ' - CONTRATANTE '
                  FUNCTION TRIM (WS-NM-CONTRATANTE)
                  ' - ALUNO ' WS-ID-ALUNO
                  ' - PERIODO ' WS-AS-ANO '/' WS-AS-SEMESTRE
                  ' - MENSAL ' WS-VL-MENSALIDADE
                  ' - MATERIAS:'
                  DELIMITED BY SIZE
                  INTO WS-DR-CONTEUDO
                  WITH POINTER WS-PT-CONTEUDO
           END-STRING.
           PERFORM P520-LISTA-MATRICULAS
                   THRU P520-LISTA-MATRICULAS-FIM.
           PERFORM P545-REGISTRA-DOCUMENTO
                   THRU P545-REGISTRA-DOCUMENTO-FIM.
           PERFORM P530-GRAVA-RODAPE
                   THRU P530-GRAVA-RODAPE-FIM.
           PERFORM P540-GRAVA-LOG THRU P540-GRAVA-LOG-FIM.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-CP-CONTRATO =
                           CP-ANO-PRECO * 100 + CP-MES-PRECO
                       IF CP-REVOGACAO-BOLSA EQUAL ZEROS OR
                          WS-CP-CONTRATO IS LESS THAN
                              CP-REVOGACAO-BOLSA THEN
                           COMPUTE WS-VL-MENSALIDADE ROUNDED =
                               VL-MENSALIDADE-CURSO *
                               (100 - PC-DESCONTO-BOLSA) / 100
                       END-IF
               END-READ
           END-IF.
       P470-CALCULA-VALOR-FIM.
           MOVE WS-LINHA TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO
           END-WRITE.
      *A MATERIA ENTRA NO RESUMO DO REGISTRO; O QUE NAO COUBER NAS
      *250 POSICOES FICA SO NO DOCUMENTO IMPRESSO.
           STRING ' ' ID-MATERIA OF CH-MATRICULA
                  DELIMITED BY SIZE
                  INTO WS-DR-CONTEUDO
                  WITH POINTER WS-PT-CONTEUDO
               ON OVERFLOW
                   CONTINUE
           END-STRING.
       P527-IMPRIME-MATERIA-FIM.

       P530-GRAVA-RODAPE.
                TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO
           END-WRITE.
           IF WS-DR-RETORNO EQUAL ZEROS THEN
               MOVE SPACES TO WS-LINHA
               STRING 'PELO CODIGO DE VERIFICACAO '
                      WS-DR-CD-VERIFICACAO '.'
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               END-STRING
               MOVE WS-LINHA TO REG-IMPRESSAO
           ELSE
               MOVE 'PELO NUMERO DO DOCUMENTO ACIMA.' TO REG-IMPRESSAO
           END-IF.
           WRITE REG-IMPRESSAO
           END-WRITE.
           MOVE SPACES TO REG-IMPRESSAO.
           END-WRITE.
       P530-GRAVA-RODAPE-FIM.

      *REGISTRA A EMISSAO NO REGISTRO DE DOCUMENTOS (PGDOCREG), QUE
      *DEVOLVE O CODIGO DE VERIFICACAO DO RODAPE. SEM O REGISTRO, O
      *CONTRATO SAI SO COM O NUMERO, COMO ANTES.
       P545-REGISTRA-DOCUMENTO.
           MOVE 'R'              TO WS-DR-ACAO.
           MOVE 'C'              TO WS-DR-TP-DOCUMENTO.
           MOVE WS-NR-DOCUMENTO  TO WS-DR-NR-DOCUMENTO.
           MOVE WS-ID-ALUNO      TO WS-DR-ID-ALUNO.
           MOVE WS-COM-OPERADOR  TO WS-DR-OPERADOR.
           CALL 'PGDOCREG' USING WS-PARM-DOCREG.
           IF WS-DR-RETORNO NOT EQUAL ZEROS THEN
               DISPLAY 'ATENCAO: EMISSAO NAO REGISTRADA EM DOCREG.DAT;'
                       ' DOCUMENTO SEM CODIGO DE VERIFICACAO.'
               END-DISPLAY
           ELSE
               DISPLAY 'CODIGO DE VERIFICACAO: ' WS-DR-CD-VERIFICACAO
               END-DISPLAY
           END-IF.
       P545-REGISTRA-DOCUMENTO-FIM.

       P540-GRAVA-LOG.
           MOVE WS-NR-DOCUMENTO  TO NR-DOCUMENTO-LOG.
           MOVE WS-DH-DATA       TO DT-EMISSAO-LOG.
