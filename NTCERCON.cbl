      *            A EMISSAO NO LOG CERTLOG.DAT, PARA CONFERENCIA
      *            POSTERIOR DE AUTENTICIDADE - MESMO PADRAO DE
      *            DOCUMENTO NUMERADO DO NTALUDEC.
      * Update:    25/09/2023 - O CERTIFICADO SO E EMITIDO PARA ALUNO DE
      *            UNIDADE (CAMPUS) AUTORIZADA PARA O OPERADOR
      *            (PGUNIDAD, CONTRA CD-UNIDADE-ALUNO DE ALUNOS.DAT).
      * Update:    26/06/2023 - CADA CERTIFICADO E REGISTRADO NO
      *            REGISTRO DE DOCUMENTOS EMITIDOS (DOCREG.DAT,
      *            PGDOCREG) COM O RESUMO DO CONTEUDO E SAI COM O CODIGO
      *            DE VERIFICACAO NO RODAPE, CONFERIDO NO BALCAO PELO
      *            NTDOCVER.
      * Update:    19/06/2023 - ALUNO COM SITUACAO IRREGULAR NO ENADE
      *            (ENADE.DAT, PGENAPEN) TEM A EMISSAO RECUSADA ATE A
      *            REGULARIZACAO NO NTENAMAN.
      * Update:    03/04/2023 - O CERTIFICADO SO E EMITIDO COM TODOS OS
      *            GRUPOS DE ELETIVAS DA VERSAO DE GRADE DO ALUNO NO
      *            MINIMO EXIGIDO (ELETIVAS.DAT, PGELETIV).
      * Update:    20/03/2023 - CURSO COM MINIMO DE HORAS DE ATIVIDADES
      *            COMPLEMENTARES (QT-HORAS-ATIV-COMPL DE CFPK0015) SO
      *            TEM O CERTIFICADO EMITIDO COM O MINIMO JA CONCEDIDO
      *            PELO COORDENADOR (PGATCHOR).
      * Update:    13/03/2023 - CURSO COM ESTAGIO OBRIGATORIO
      *            (QT-HORAS-ESTAGIO DE CFPK0015) SO TEM O CERTIFICADO
      *            EMITIDO COM TODAS AS HORAS DE ESTAGIO APROVADAS PELO
      *            ORIENTADOR (PGESTHOR).
      * Update:    06/03/2023 - ALUNO COM LIVRO DA BIBLIOTECA AINDA NAO
      *            DEVOLVIDO (PGBIBPEN) TEM A EMISSAO RECUSADA ATE A
      *            DEVOLUCAO.
      * Update:    21/11/2022 - A GRADE CONFERIDA PASSA A SER
      *            RESOLVIDA PELO PGGRADE A PARTIR DO CURSO E DO ANO
      *            DE INGRESSO DO ALUNO (VERSOES DE GRADE DE
           03 WS-GR-QT-MATERIAS        PIC 9(02).
           03 WS-GR-GRADE              OCCURS 20 TIMES.
               05 WS-GR-ID-MATERIA     PIC 9(05).
           03 WS-GR-AA-VIGENCIA        PIC 9(04).
      *AREA DA APURACAO DAS ELETIVAS (PGELETIV): GRUPOS DE ELETIVAS
      *DA VERSAO DE GRADE DO ALUNO, COM O MINIMO E O JA CUMPRIDO.
       01  WS-PARM-ELETIV.
           03 WS-EL-ID-ALUNO           PIC 9(05).
           03 WS-EL-ID-CURSO           PIC 9(02).
           03 WS-EL-AA-VIGENCIA        PIC 9(04).
           03 WS-EL-QT-GRUPOS          PIC 9(02).
           03 WS-EL-QT-INCOMPLETOS     PIC 9(02).
           03 WS-EL-GRUPO              OCCURS 10 TIMES.
               05 WS-EL-CD-GRUPO       PIC 9(02).
               05 WS-EL-DS-GRUPO       PIC X(30).
               05 WS-EL-TP-MINIMO      PIC X(01).
               05 WS-EL-QT-MINIMO      PIC 9(04).
               05 WS-EL-QT-CUMPRIDO    PIC 9(04).
               05 WS-EL-FL-COMPLETO    PIC X(01).
                   88 WS-EL-GRUPO-COMPLETO VALUE 'S' FALSE 'N'.
               05 WS-EL-QT-MATERIAS    PIC 9(02).
               05 WS-EL-MATERIA        OCCURS 30 TIMES.
                   07 WS-EL-ID-MATERIA PIC 9(05).
                   07 WS-EL-FL-APROVADA PIC X(01).
                       88 WS-EL-MATERIA-APROVADA VALUE 'S' FALSE 'N'.
       77  WS-INDICE-GRUPO             PIC 9(02) VALUE ZEROS.

       77  WS-INDICE                   PIC 9(02) VALUE ZEROS.


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

       77  WS-EXIT                     PIC X.
           88 WS-EXIT-OK               VALUE 'S' FALSE 'N'.

               88 WS-AP-APROVADO-SIM   VALUE 'S' FALSE 'N'.
       77  WS-FS-IMP                   PIC 99.
           88 WS-FS-IMP-OK             VALUE 0.
      *AREA DA PENDENCIA NA BIBLIOTECA (PGBIBPEN): ALUNO COM LIVRO
      *EMPRESTADO NAO PODE RECEBER O CERTIFICADO.
       01  WS-PARM-BIBPEN.
           03 WS-BP-TP-LEITOR          PIC X(01).
           03 WS-BP-ID-LEITOR          PIC 9(05).
           03 WS-BP-QT-ABERTOS         PIC 9(03).
           03 WS-BP-QT-ATRASADOS       PIC 9(03).
      *AREA DA PENDENCIA NO ENADE (PGENAPEN): ALUNO COM SITUACAO
      *IRREGULAR NO EXAME NAO PODE RECEBER O CERTIFICADO.
       01  WS-PARM-ENAPEN.
           03 WS-EN-ID-ALUNO           PIC 9(05).
           03 WS-EN-QT-IRREGULAR       PIC 9(02).
           03 WS-EN-AA-IRREGULAR       PIC 9(04).
      *AREA DA SOMA DAS HORAS DE ESTAGIO (PGESTHOR): CURSO COM ESTAGIO
      *OBRIGATORIO EXIGE TODAS AS HORAS APROVADAS PELO ORIENTADOR.
       01  WS-PARM-ESTHOR.
           03 WS-EH-ID-ALUNO           PIC 9(05).
           03 WS-EH-QT-APROVADAS       PIC 9(05).
           03 WS-EH-QT-PENDENTES       PIC 9(05).
      *AREA DA SOMA DAS HORAS DE ATIVIDADES COMPLEMENTARES
      *(PGATCHOR): CURSO COM MINIMO EXIGE AS HORAS JA CONCEDIDAS.
       01  WS-PARM-ATCHOR.
           03 WS-AC-ID-ALUNO           PIC 9(05).
           03 WS-AC-QT-CONCEDIDAS      PIC 9(05).
           03 WS-AC-QT-PENDENTES       PIC 9(05).
       77  WS-FS-SEQ                   PIC 99.
           88 WS-FS-SEQ-OK             VALUE 0.
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
       P200-PROCESSA-FIM.

      *REFAZ A VERIFICACAO DE FORMATURA DO NTCURAUD PARA O ALUNO:
      *QUALQUER MATERIA DA GRADE SEM APROVACAO RECUSA A EMISSAO, ASSIM
      *COMO HORAS DE ESTAGIO OBRIGATORIO AINDA NAO APROVADAS OU
      *ATIVIDADES COMPLEMENTARES ABAIXO DO MINIMO DO CURSO.
       P500-VERIFICA-GRADE.
           MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'ALUNO DE UNIDADE NAO AUTORIZADA PARA '
                       'O OPERADOR.'
               END-DISPLAY
               GO TO P500-VERIFICA-GRADE-FIM
           END-IF.
           IF ID-CURSO OF REG-ALUNO EQUAL ZEROS THEN
               DISPLAY 'ALUNO SEM CURSO ATRIBUIDO. EMISSAO RECUSADA.'
               END-DISPLAY
               GO TO P500-VERIFICA-GRADE-FIM
           END-IF.
           MOVE 'A'         TO WS-BP-TP-LEITOR.
           MOVE WS-ID-ALUNO TO WS-BP-ID-LEITOR.
           CALL 'PGBIBPEN' USING WS-PARM-BIBPEN.
           IF WS-BP-QT-ABERTOS IS GREATER THAN ZEROS THEN
               DISPLAY 'EMISSAO RECUSADA: ' WS-BP-QT-ABERTOS
                       ' LIVRO(S) DA BIBLIOTECA A DEVOLVER.'
               END-DISPLAY
               GO TO P500-VERIFICA-GRADE-FIM
           END-IF.
           MOVE WS-ID-ALUNO TO WS-EN-ID-ALUNO.
           CALL 'PGENAPEN' USING WS-PARM-ENAPEN.
           IF WS-EN-QT-IRREGULAR IS GREATER THAN ZEROS THEN
               DISPLAY 'EMISSAO RECUSADA: SITUACAO IRREGULAR NO ENADE '
                       '(ANO ' WS-EN-AA-IRREGULAR ').'
               END-DISPLAY
               GO TO P500-VERIFICA-GRADE-FIM
           END-IF.
           MOVE ID-CURSO OF REG-ALUNO TO ID-CURSO OF REG-CURSO.
           READ CURSO
               INVALID KEY
               DISPLAY 'EMISSAO RECUSADA: ' WS-QT-PENDENTES
                       ' MATERIA(S) DA GRADE SEM APROVACAO.'
               END-DISPLAY
               GO TO P500-VERIFICA-GRADE-FIM
           END-IF.
           IF QT-HORAS-ESTAGIO IS GREATER THAN ZEROS THEN
               MOVE WS-ID-ALUNO TO WS-EH-ID-ALUNO
               CALL 'PGESTHOR' USING WS-PARM-ESTHOR
               IF WS-EH-QT-APROVADAS IS LESS THAN QT-HORAS-ESTAGIO
                  THEN
                   DISPLAY 'EMISSAO RECUSADA: ESTAGIO COM '
                           WS-EH-QT-APROVADAS ' DE ' QT-HORAS-ESTAGIO
                           ' HORAS APROVADAS.'
                   END-DISPLAY
                   GO TO P500-VERIFICA-GRADE-FIM
               END-IF
           END-IF.
           IF QT-HORAS-ATIV-COMPL IS GREATER THAN ZEROS THEN
               MOVE WS-ID-ALUNO TO WS-AC-ID-ALUNO
               CALL 'PGATCHOR' USING WS-PARM-ATCHOR
               IF WS-AC-QT-CONCEDIDAS IS LESS THAN
                  QT-HORAS-ATIV-COMPL THEN
                   DISPLAY 'EMISSAO RECUSADA: ATIVIDADES '
                           'COMPLEMENTARES COM ' WS-AC-QT-CONCEDIDAS
                           ' DE ' QT-HORAS-ATIV-COMPL
                           ' HORAS CONCEDIDAS.'
                   END-DISPLAY
                   GO TO P500-VERIFICA-GRADE-FIM
               END-IF
           END-IF.
           MOVE WS-ID-ALUNO       TO WS-EL-ID-ALUNO.
           MOVE WS-GR-ID-CURSO    TO WS-EL-ID-CURSO.
           MOVE WS-GR-AA-VIGENCIA TO WS-EL-AA-VIGENCIA.
           CALL 'PGELETIV' USING WS-PARM-ELETIV.
           IF WS-EL-QT-INCOMPLETOS IS GREATER THAN ZEROS THEN
               PERFORM P520-MOSTRA-ELETIVA
                       THRU P520-MOSTRA-ELETIVA-FIM
                       VARYING WS-INDICE-GRUPO FROM 1 BY 1
                       UNTIL WS-INDICE-GRUPO > WS-EL-QT-GRUPOS
               DISPLAY 'EMISSAO RECUSADA: ' WS-EL-QT-INCOMPLETOS
                       ' GRUPO(S) DE ELETIVAS ABAIXO DO MINIMO.'
               END-DISPLAY
               GO TO P500-VERIFICA-GRADE-FIM
           END-IF.
           PERFORM P600-EMITE-CERTIFICADO
                   THRU P600-EMITE-CERTIFICADO-FIM.
       P500-VERIFICA-GRADE-FIM.
           EXIT.

           END-IF.
       P510-CONFERE-MATERIA-FIM.

       P520-MOSTRA-ELETIVA.
           IF NOT WS-EL-GRUPO-COMPLETO (WS-INDICE-GRUPO) THEN
               DISPLAY '   PENDENTE: ELETIVAS '
                       WS-EL-CD-GRUPO (WS-INDICE-GRUPO) ' - '
                       WS-EL-DS-GRUPO (WS-INDICE-GRUPO) ' COM '
                       WS-EL-QT-CUMPRIDO (WS-INDICE-GRUPO) ' DE '
                       WS-EL-QT-MINIMO (WS-INDICE-GRUPO) ' '
                       WS-EL-TP-MINIMO (WS-INDICE-GRUPO)
                       ' (H=HORAS M=MATERIAS).'
               END-DISPLAY
           END-IF.
       P520-MOSTRA-ELETIVA-FIM.

       P600-EMITE-CERTIFICADO.
           PERFORM P300-PROXIMO-DOCUMENTO
                   THRU P300-PROXIMO-DOCUMENTO-FIM.
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO
           END-WRITE.
           PERFORM P545-REGISTRA-DOCUMENTO
                   THRU P545-REGISTRA-DOCUMENTO-FIM.
           MOVE 'ESTE CERTIFICADO PODE SER CONFERIDO NA SECRETARIA'
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
           CLOSE SEQUENCIA.
       P300-PROXIMO-DOCUMENTO-FIM.

      *REGISTRA A EMISSAO NO REGISTRO DE DOCUMENTOS (PGDOCREG), QUE
      *DEVOLVE O CODIGO DE VERIFICACAO DO RODAPE. SEM O REGISTRO, O
      *CERTIFICADO SAI SO COM O NUMERO, COMO ANTES.
       P545-REGISTRA-DOCUMENTO.
           MOVE SPACES TO WS-DR-CONTEUDO.
           STRING 'CERTIFICADO DE CONCLUSAO N. ' WS-NR-DOCUMENTO
                  ' - ALUNO ' WS-ID-ALUNO ' '
                  FUNCTION TRIM (NM-ALUNO OF REG-ALUNO)
                  ' - CONCLUIU O CURSO ' ID-CURSO OF REG-CURSO ' '
                  FUNCTION TRIM (NM-CURSO)
                  DELIMITED BY SIZE
                  INTO WS-DR-CONTEUDO
           END-STRING.
           MOVE 'R'              TO WS-DR-ACAO.
           MOVE 'K'              TO WS-DR-TP-DOCUMENTO.
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
