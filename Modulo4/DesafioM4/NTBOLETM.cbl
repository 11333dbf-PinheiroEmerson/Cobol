      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    05/12/2022 - CADA TENTATIVA DE UMA MATERIA SAI NO
      *            BOLETIM COM O SEU PERIODO E AS NOTAS INDIVIDUAIS
      *            DAQUELE PERIODO (ANO-SEMESTRE PASSOU A FAZER PARTE
      *            DAS CHAVES DE ALUTODOS E NOTASDET).
      * Update:    26/06/2023 - CADA BOLETIM E REGISTRADO NO REGISTRO DE
      *            DOCUMENTOS EMITIDOS (DOCREG.DAT, PGDOCREG) COM O
      *            RESUMO DAS NOTAS E SAI COM O CODIGO DE VERIFICACAO,
      *            CONFERIDO NO BALCAO PELO NTDOCVER.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD  KEY IS CH-TODOS OF REG-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS OF REG-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT SAIDA-SPOOL
           03 WS-CH-TODOS.
               05 WS-ID-ALUNO        PIC 9(05).
               05 WS-ID-MATERIA      PIC 9(05).
               05 WS-ANO-SEMESTRE.
                   07 WS-AS-ANO      PIC 9(04).
                   07 WS-AS-SEMESTRE PIC 9(01).
           03 WS-NM-ALUNO            PIC X(20).
           03 WS-TL-ALUNO.
              05 WS-FONEAREA         PIC 9(02).
                                           WS-QTD-MATERIAS-ALUNO
                                       INDEXED BY WS-IDX-BOL.
               10 WS-BM-ID-MATERIA    PIC 9(05).
               10 WS-BM-ANO-SEMESTRE  PIC 9(05).
               10 WS-BM-NM-MATERIA    PIC X(20).
               10 WS-BM-NT-APROVACAO  PIC 9(02)V99.
               10 WS-BM-MD-ALUNO      PIC 9(02)V99.
       77  WS-LINHAS-PAGINA            PIC 9(03) VALUE ZEROS.
       77  WS-LINHA-REL                PIC X(132) VALUE SPACES.

      *AREA DO REGISTRO DE DOCUMENTOS EMITIDOS (PGDOCREG): CADA
      *BOLETIM E REGISTRADO EM DOCREG.DAT COM O RESUMO ABAIXO E O
      *CODIGO DE VERIFICACAO DEVOLVIDO SAI IMPRESSO NO RODAPE. AS
      *MATERIAS (CODIGO E NOTA OBTIDA) SE ACUMULAM NA IMPRESSAO; O
      *QUE NAO COUBER FICA FORA DO RESUMO.
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
       77  WS-BOL-MATERIAS             PIC X(200) VALUE SPACES.
       77  WS-PT-MATERIAS              PIC 9(03) VALUE 1.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
                TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           MOVE SPACES TO WS-BOL-MATERIAS.
           MOVE 1      TO WS-PT-MATERIAS.
           PERFORM P465-IMPRIME-LINHA-MATERIA
                   THRU P465-IMPRIME-LINHA-MATERIA-FIM
                   VARYING WS-IDX-BOL FROM 1 BY 1
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P480-REGISTRA-BOLETIM
                   THRU P480-REGISTRA-BOLETIM-FIM.
           MOVE '*****************************************'
                TO WS-LINHA-REL.
           PERFORM P305-GRAVA-LINHA-SPOOL
           ADD 1 TO WS-QTD-MATERIAS-ALUNO.
           SET WS-IDX-BOL TO WS-QTD-MATERIAS-ALUNO.
           MOVE WS-ID-MATERIA     TO WS-BM-ID-MATERIA   (WS-IDX-BOL).
           MOVE WS-ANO-SEMESTRE   TO WS-BM-ANO-SEMESTRE (WS-IDX-BOL).
           MOVE WS-NM-MATERIA     TO WS-BM-NM-MATERIA   (WS-IDX-BOL).
           MOVE WS-NT-APROVACAO   TO WS-BM-NT-APROVACAO (WS-IDX-BOL).
           MOVE WS-MD-ALUNO       TO WS-BM-MD-ALUNO     (WS-IDX-BOL).
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'MATERIA: '
                  FUNCTION TRIM (WS-BM-NM-MATERIA (WS-IDX-BOL))
                  ' - PERIODO: '
                  WS-BM-ANO-SEMESTRE (WS-IDX-BOL) (1:4) '/'
                  WS-BM-ANO-SEMESTRE (WS-IDX-BOL) (5:1)
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
           PERFORM P470-IMPRIME-AVALIACOES
                   THRU P470-IMPRIME-AVALIACOES-FIM.
           STRING ' ' WS-BM-ID-MATERIA (WS-IDX-BOL)
                  '=' WS-BM-MD-ALUNO (WS-IDX-BOL)
                  DELIMITED BY SIZE
                  INTO WS-BOL-MATERIAS
                  WITH POINTER WS-PT-MATERIAS
               ON OVERFLOW
                   CONTINUE
           END-STRING.
       P465-IMPRIME-LINHA-MATERIA-FIM.

      *IMPRIME AS NOTAS INDIVIDUAIS (E PESOS) DA MATERIA DA LINHA,
           MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO OF CH-NOTADET.
           MOVE WS-BM-ID-MATERIA (WS-IDX-BOL)
                TO ID-MATERIA OF CH-NOTADET.
           MOVE WS-BM-ANO-SEMESTRE (WS-IDX-BOL)
                TO ANO-SEMESTRE OF CH-NOTADET.
           MOVE ZEROS TO NR-AVALIACAO.
           START NOTASDET KEY IS NOT LESS THAN CH-NOTADET
               INVALID KEY
                   IF ID-ALUNO OF CH-NOTADET NOT EQUAL
                          WS-ID-ALUNO-ATUAL OR
                      ID-MATERIA OF CH-NOTADET NOT EQUAL
                          WS-BM-ID-MATERIA (WS-IDX-BOL) OR
                      ANO-SEMESTRE OF CH-NOTADET NOT EQUAL
                          WS-BM-ANO-SEMESTRE (WS-IDX-BOL) THEN
                       SET WS-EOF-DET-OK TO TRUE
                   ELSE
                       MOVE NT-NOTA TO WS-MSK-NOTA-AVAL
           END-READ.
       P475-LE-AVALIACAO-FIM.

      *REGISTRA O BOLETIM NO REGISTRO DE DOCUMENTOS (PGDOCREG) E
      *IMPRIME O CODIGO DE VERIFICACAO DEVOLVIDO. SEM O REGISTRO, O
      *BOLETIM SAI SEM CODIGO, COMO ANTES.
       P480-REGISTRA-BOLETIM.
           MOVE SPACES TO WS-DR-CONTEUDO.
           STRING 'BOLETIM DO ALUNO ' WS-ID-ALUNO-ATUAL ' '
                  FUNCTION TRIM (WS-NM-ALUNO-ATUAL)
                  ' - ' WS-QTD-MATERIAS-ALUNO ' MATERIAS - MEDIA '
                  'GERAL ' WS-MEDIA-GERAL ' -' WS-BOL-MATERIAS
                  DELIMITED BY SIZE
                  INTO WS-DR-CONTEUDO
               ON OVERFLOW
                   CONTINUE
           END-STRING.
           MOVE 'R'                TO WS-DR-ACAO.
           MOVE 'B'                TO WS-DR-TP-DOCUMENTO.
           MOVE ZEROS              TO WS-DR-NR-DOCUMENTO.
           MOVE WS-ID-ALUNO-ATUAL  TO WS-DR-ID-ALUNO.
           MOVE WS-COM-OPERADOR    TO WS-DR-OPERADOR.
           CALL 'PGDOCREG' USING WS-PARM-DOCREG.
           IF WS-DR-RETORNO NOT EQUAL ZEROS THEN
               DISPLAY 'ATENCAO: BOLETIM DO ALUNO ' WS-ID-ALUNO-ATUAL
                       ' NAO REGISTRADO EM DOCREG.DAT.'
               END-DISPLAY
               GO TO P480-REGISTRA-BOLETIM-FIM
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'CODIGO DE VERIFICACAO: ' WS-DR-CD-VERIFICACAO
                  ' (CONFERENCIA NA SECRETARIA)'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           END-STRING.
           PERFORM P305-GRAVA-LINHA-SPOOL
                   THRU P305-GRAVA-LINHA-SPOOL-FIM.
       P480-REGISTRA-BOLETIM-FIM.
           EXIT.

       P800-ERRO.
           DISPLAY 'ERRO DE LEITURA. APLICACAO FINALIZADA.'
           END-DISPLAY.
