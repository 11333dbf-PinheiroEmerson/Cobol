      *            DO CONTADOR DECLSEQ.CTL E CADA EMISSAO E ANOTADA
      *            NO LOG DECLLOG.DAT, PARA CONFERENCIA POSTERIOR DE
      *            AUTENTICIDADE.
      * Update:    25/09/2023 - A DECLARACAO SO E EMITIDA PARA ALUNO DE
      *            UNIDADE (CAMPUS) AUTORIZADA PARA O OPERADOR
      *            (PGUNIDAD, CONTRA CD-UNIDADE-ALUNO DE ALUNOS.DAT).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    26/06/2023 - CADA DECLARACAO E REGISTRADA NO REGISTRO
      *            DE DOCUMENTOS EMITIDOS (DOCREG.DAT, PGDOCREG) COM O
      *            RESUMO DO CONTEUDO E SAI COM O CODIGO DE VERIFICACAO
      *            NO RODAPE, CONFERIDO NO BALCAO PELO NTDOCVER.
      * Update:    17/04/2023 - ENTREGA SEM DATA (CHECKLIST ABERTO PELA
      *            CONFIRMACAO DE MATRICULA DO NTSELCNV) CONTA COMO
      *            DOCUMENTO PENDENTE NO AVISO DE PASTA INCOMPLETA.
      * Update:    03/11/2022 - A EMISSAO PASSA A AVISAR QUANDO A
      *            PASTA DE DOCUMENTOS DO ALUNO ESTA INCOMPLETA
      *            (EXIGIDOS DO CURSO EM DOCREQ.DAT SEM ENTREGA EM
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT MATERIAS

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

       77  WS-FS-LOG                   PIC 99.
           88 WS-FS-LOG-OK             VALUE 0.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD).
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).
               88 WS-UN-ATIVA-OK           VALUE 'S'.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
       P430-MONTA-TELA-FIM.

       P500-EMITE-DECLARACAO.
           MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'ALUNO DE UNIDADE NAO AUTORIZADA PARA '
                       'O OPERADOR.'
               END-DISPLAY
               GO TO P500-EMITE-DECLARACAO-FIM
           END-IF.
           PERFORM P460-VERIFICA-DOCUMENTOS
                   THRU P460-VERIFICA-DOCUMENTOS-FIM.
           PERFORM P300-PROXIMO-DOCUMENTO
           MOVE ZEROS TO WS-QTD-MATRICULAS.
           PERFORM P510-GRAVA-CABECALHO
                   THRU P510-GRAVA-CABECALHO-FIM.
           MOVE SPACES TO WS-DR-CONTEUDO.
           MOVE 1      TO WS-PT-CONTEUDO.
           STRING 'DECLARACAO DE MATRICULA N. ' WS-NR-DOCUMENTO
                  ' - ALUNO ' WS-ID-ALUNO ' '
                  FUNCTION TRIM (NM-ALUNO OF REG-ALUNO)
                  ' - PERIODO ' WS-AS-ANO '/' WS-AS-SEMESTRE
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
                       MOVE CD-DOCUMENTO TO CD-DOCUMENTO-ALU
                       READ DOCALU
                           INVALID KEY
                               MOVE ZEROS TO DT-ENTREGA-DOC
                       END-READ
                       IF DT-ENTREGA-DOC EQUAL ZEROS THEN
                           ADD 1 TO WS-QT-DOC-PENDENTES
                       END-IF
                   END-IF
           END-READ.
       P465-CONFERE-DOCUMENTO-FIM.
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
      *DEVOLVE O CODIGO DE VERIFICACAO DO RODAPE. SEM O REGISTRO, A
      *DECLARACAO SAI SO COM O NUMERO, COMO ANTES.
       P545-REGISTRA-DOCUMENTO.
           MOVE 'R'              TO WS-DR-ACAO.
           MOVE 'D'              TO WS-DR-TP-DOCUMENTO.
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
