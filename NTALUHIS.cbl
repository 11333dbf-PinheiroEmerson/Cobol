      * Update:    22/10/2022 - O TRANSCRITO PASSA A SINALIZAR O
      *            RESULTADO DE APROVEITAMENTO EXTERNO (FL-EXTERNO
      *            DE CFPK0004, REGISTRADO PELO NTAPVEXT).
      * Update:    05/12/2022 - AREA DO REGISTRO DO ALUTODOS ACOMPANHA O
      *            ANO-SEMESTRE NA CHAVE; CADA TENTATIVA DE UMA MESMA
      *            MATERIA SAI NO HISTORICO COM O SEU PERIODO.
      * Update:    20/03/2023 - O RESUMO PASSA A MOSTRAR AS HORAS DE
      *            ATIVIDADES COMPLEMENTARES CONCEDIDAS AO ALUNO
      *            (PGATCHOR) CONTRA O MINIMO EXIGIDO PELO CURSO
      *            (QT-HORAS-ATIV-COMPL DE CFPK0015).
      * Update:    26/06/2023 - APOS O TRANSCRITO, O HISTORICO OFICIAL
      *            PODE SER EMITIDO COM CODIGO DE VERIFICACAO: A EMISSAO
      *            E REGISTRADA COM O RESUMO DAS MATERIAS E MEDIAS NO
      *            REGISTRO DE DOCUMENTOS EMITIDOS (DOCREG.DAT,
      *            PGDOCREG), CONFERIDO NO BALCAO PELO NTDOCVER.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    22/09/2023 - O HISTORICO CONFERE A UNIDADE (CAMPUS)
      *            DO ALUNO PELA PGUNIDAD, COMO O NTALUCON: ALUNO DE
      *            UNIDADE NAO AUTORIZADA PARA O OPERADOR E RECUSADO
      *            ANTES DA LEITURA DE ALUTODOS E DA EMISSAO DO OFICIAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD  KEY IS CH-TODOS OF REG-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS OF REG-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS.

           SELECT MATERIAS
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-HIS.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT CURSO
           ASSIGN TO WS-CAMINHO-CURSO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-CURSO OF REG-CURSO
           FILE  STATUS IS WS-FS-C.

           SELECT HISTIDX
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
       FD  HISTORIA.
       01  REG-HISTORIA                PIC X(100).

       FD  ALUNOS.
           COPY CFPK0001.

       FD  CURSO.
           COPY CFPK0015.

       FD  HISTIDX.
           COPY CFPK0004 REPLACING ==REG-TODOS== BY ==REG-HISTIDX==
                                   ==CH-TODOS==  BY ==CH-HISTIDX==
                         ==CH-OFERTA-TODOS== BY ==CH-OFERTA-HISTIDX==.

       WORKING-STORAGE SECTION.

           03 WS-CH-TODOS.
               05 WS-ID-ALUNO        PIC 9(05).
               05 WS-ID-MATERIA      PIC 9(05).
               05 WS-ANO-SEMESTRE.
                   07 WS-AS-ANO      PIC 9(04).
                   07 WS-AS-SEMESTRE PIC 9(01).
           03 WS-NM-ALUNO            PIC X(20).
           03 WS-TL-ALUNO.
               05 WS-FONEAREA        PIC 9(02).
           03 WS-MD-ALUNO            PIC 9(02)V99.
           03 WS-ST-APROVACAO        PIC X(10).
           03 WS-TURMA               PIC X(04).
           03 WS-FR-ALUNO            PIC 9(03)V99.
           03 WS-FL-EXTERNO          PIC X(01).
               88 WS-FL-EXTERNO-SIM  VALUE 'E'.
       77  WS-ANO-FINAL                PIC 9(04) VALUE ZEROS.
       77  WS-ANO-HISTORIA             PIC 9(04) VALUE ZEROS.

      *HORAS DE ATIVIDADES COMPLEMENTARES CONCEDIDAS (PGATCHOR)
      *CONTRA O MINIMO DO CURSO DO ALUNO (ALUNOS + CURSO, OPCIONAIS).
       01  WS-CAMINHO-CURSO            PIC X(80) VALUE SPACES.
       01  WS-PARM-ATCHOR.
           03 WS-AC-ID-ALUNO           PIC 9(05).
           03 WS-AC-QT-CONCEDIDAS      PIC 9(05).
           03 WS-AC-QT-PENDENTES       PIC 9(05).
       77  WS-AC-QT-EXIGIDAS           PIC 9(04) VALUE ZEROS.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-ALU-ABERTO               PIC X VALUE 'N'.
           88 WS-ALU-ABERTO-OK         VALUE 'S' FALSE 'N'.
       77  WS-CUR-ABERTO               PIC X VALUE 'N'.
           88 WS-CUR-ABERTO-OK         VALUE 'S' FALSE 'N'.

       77  WS-CONTA-MATERIAS            PIC 9(02) VALUE ZEROS.
       77  WS-SOMA-MEDIAS                PIC 9(04)V99 VALUE ZEROS.
       77  WS-MEDIA-GERAL                PIC 9(02)V99 VALUE ZEROS.

      *AREA DO REGISTRO DE DOCUMENTOS EMITIDOS (PGDOCREG): O
      *HISTORICO OFICIAL E REGISTRADO EM DOCREG.DAT COM O RESUMO
      *ABAIXO E RECEBE O CODIGO DE VERIFICACAO. AS MATERIAS (CODIGO
      *E MEDIA) SE ACUMULAM NA LEITURA; O QUE NAO COUBER FICA FORA
      *DO RESUMO.
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
       77  WS-HIS-MATERIAS             PIC X(200) VALUE SPACES.
       77  WS-PT-MATERIAS              PIC 9(03) VALUE 1.
       77  WS-HIS-NM-ALUNO             PIC X(20) VALUE SPACES.
       77  WS-EMITE-OFICIAL            PIC X.
           88 WS-EMITE-OFICIAL-OK      VALUE 'S' FALSE 'N'.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD): O HISTORICO SO SAI PARA
      *ALUNO DE UNIDADE AUTORIZADA PARA O OPERADOR.
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CURSO.DAT'     DELIMITED BY SIZE
                  INTO WS-CAMINHO-CURSO
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA          THRU P430-MONTA-TELA-FIM.
           PERFORM P425-CONFERE-UNIDADE
                   THRU P425-CONFERE-UNIDADE-FIM.
           IF WS-UN-AUTORIZADA THEN
               PERFORM P405-LOCALIZA-PRIMEIRO
                       THRU P405-LOCALIZA-PRIMEIRO-FIM
               PERFORM P410-LE-PROXIMA-MATERIA
                       THRU P410-LE-PROXIMA-MATERIA-FIM
                       WITH TEST BEFORE UNTIL WS-EOF-OK
               PERFORM P450-PERGUNTA-HISTORIA
                       THRU P450-PERGUNTA-HISTORIA-FIM
               PERFORM P440-MOSTRA-RESUMO
                       THRU P440-MOSTRA-RESUMO-FIM
               PERFORM P480-EMITE-OFICIAL
                       THRU P480-EMITE-OFICIAL-FIM
           ELSE
               DISPLAY 'ALUNO ' WS-ID-ALUNO-BUSCA ' DE UNIDADE NAO '
                       'AUTORIZADA PARA O OPERADOR.'
               END-DISPLAY
           END-IF.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> CONSULTA OUTRO ALUNO OU'
                   ' <S> PARA SAIR'
      *O CADASTRO DE MATERIAS E OPCIONAL: SEM ELE, O TRANSCRITO SAI
      *SEM O COEFICIENTE DE RENDIMENTO PONDERADO.
           OPEN INPUT MATERIAS.
      *ALUNOS E CURSOS SO DAO O MINIMO DE ATIVIDADES COMPLEMENTARES;
      *SEM ELES, O TRANSCRITO MOSTRA SO AS HORAS CONCEDIDAS.
           OPEN INPUT ALUNOS.
           IF WS-FS-A-OK THEN
               SET WS-ALU-ABERTO-OK TO TRUE
           END-IF.
           OPEN INPUT CURSO.
           IF WS-FS-C-OK THEN
               SET WS-CUR-ABERTO-OK TO TRUE
           END-IF.
       P400-ABRE-ARQ-FIM.

      *POSICIONA NO PRIMEIRO REGISTRO DO ALUNO INFORMADO, A PARTIR DA
      *CHAVE COMPOSTA ID-ALUNO + ID-MATERIA + ANO-SEMESTRE, COM A
      *MATERIA E O PERIODO EM ZERO.
       P405-LOCALIZA-PRIMEIRO.
           SET WS-EOF-OK               TO FALSE.
           SET WS-ACHOU-ALUNO-OK       TO FALSE.
           MOVE ZEROS TO WS-SOMA-MEDIAS.
           MOVE ZEROS TO WS-SOMA-PONDERADA.
           MOVE ZEROS TO WS-SOMA-HORAS.
           MOVE ZEROS TO WS-CR-PONDERADO.
           MOVE SPACES TO WS-HIS-MATERIAS.
           MOVE SPACES TO WS-HIS-NM-ALUNO.
           MOVE 1      TO WS-PT-MATERIAS.
           MOVE WS-ID-ALUNO-BUSCA TO ID-ALUNO   OF CH-TODOS.
           MOVE ZEROS             TO ID-MATERIA OF CH-TODOS.
           MOVE ZEROS             TO ANO-SEMESTRE OF CH-TODOS.
           START TODOS-ALUNOS KEY IS NOT LESS THAN CH-TODOS
               INVALID KEY
                   SET WS-EOF-OK TO TRUE
           IF WS-FS-M-OK THEN
               CLOSE MATERIAS
           END-IF.
           IF WS-ALU-ABERTO-OK THEN
               CLOSE ALUNOS
           END-IF.
           IF WS-CUR-ABERTO-OK THEN
               CLOSE CURSO
           END-IF.
       P420-FECHA-ARQ-FIM.

      *CONFERE A UNIDADE (CAMPUS) DO ALUNO PARA O OPERADOR, COMO NA
      *CONSULTA DO NTALUCON. SEM ALUNOS.DAT, OU COM O ALUNO FORA DO
      *CADASTRO, VALE A UNIDADE ZERO, QUE A PGUNIDAD TRATA COMO A
      *SEDE.
       P425-CONFERE-UNIDADE.
           MOVE ZEROS TO CD-UNIDADE-ALUNO.
           IF WS-ALU-ABERTO-OK THEN
               MOVE WS-ID-ALUNO-BUSCA TO ID-ALUNO OF REG-ALUNO
               READ ALUNOS
                   INVALID KEY
                       MOVE ZEROS TO CD-UNIDADE-ALUNO
               END-READ
           END-IF.
           MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
       P425-CONFERE-UNIDADE-FIM.

       P430-MONTA-TELA.
           DISPLAY 'INFORME O CODIGO DO ALUNO: '
           END-DISPLAY.
           ADD WS-MD-ALUNO TO WS-SOMA-MEDIAS.
           PERFORM P437-ACUMULA-PONDERACAO
                   THRU P437-ACUMULA-PONDERACAO-FIM.
           MOVE WS-NM-ALUNO TO WS-HIS-NM-ALUNO.
           STRING ' ' WS-ID-MATERIA '=' WS-MD-ALUNO
                  DELIMITED BY SIZE
                  INTO WS-HIS-MATERIAS
                  WITH POINTER WS-PT-MATERIAS
               ON OVERFLOW
                   CONTINUE
           END-STRING.
           DISPLAY 'MATERIA:' FUNCTION TRIM (WS-NM-MATERIA)
                   ' - TURMA:' FUNCTION TRIM (WS-TURMA)
                   ' - ANO/SEM:' WS-AS-ANO '/' WS-AS-SEMESTRE
                   END-DISPLAY
               END-IF
           END-IF.
           PERFORM P445-MOSTRA-ATIV-COMPL
                   THRU P445-MOSTRA-ATIV-COMPL-FIM.
       P440-MOSTRA-RESUMO-FIM.

      *HORAS DE ATIVIDADES COMPLEMENTARES JA CONCEDIDAS PELO
      *COORDENADOR, CONTRA O MINIMO EXIGIDO PELO CURSO DO ALUNO.
       P445-MOSTRA-ATIV-COMPL.
           MOVE WS-ID-ALUNO-BUSCA TO WS-AC-ID-ALUNO.
           CALL 'PGATCHOR' USING WS-PARM-ATCHOR.
           MOVE ZEROS TO WS-AC-QT-EXIGIDAS.
           IF WS-ALU-ABERTO-OK AND WS-CUR-ABERTO-OK THEN
               MOVE WS-ID-ALUNO-BUSCA TO ID-ALUNO OF REG-ALUNO
               READ ALUNOS
                   INVALID KEY
                       MOVE ZEROS TO ID-CURSO OF REG-ALUNO
               END-READ
               IF ID-CURSO OF REG-ALUNO IS GREATER THAN ZEROS THEN
                   MOVE ID-CURSO OF REG-ALUNO TO ID-CURSO OF REG-CURSO
                   READ CURSO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE QT-HORAS-ATIV-COMPL
                             TO WS-AC-QT-EXIGIDAS
                   END-READ
               END-IF
           END-IF.
           IF WS-AC-QT-CONCEDIDAS EQUAL ZEROS AND
              WS-AC-QT-EXIGIDAS EQUAL ZEROS THEN
               GO TO P445-MOSTRA-ATIV-COMPL-FIM
           END-IF.
           DISPLAY '*** ATIVIDADES COMPLEMENTARES: '
                   WS-AC-QT-CONCEDIDAS ' HORAS CONCEDIDAS DE '
                   WS-AC-QT-EXIGIDAS ' EXIGIDAS ***'
           END-DISPLAY.
       P445-MOSTRA-ATIV-COMPL-FIM.
           EXIT.

      *O TRANSCRITO DE TELA E SO CONSULTA; QUANDO O ALUNO LEVA O
      *HISTORICO OFICIAL, A EMISSAO E REGISTRADA NO REGISTRO DE
      *DOCUMENTOS (PGDOCREG) E O CODIGO DE VERIFICACAO SAI PARA SER
      *TRANSCRITO NO DOCUMENTO ENTREGUE.
       P480-EMITE-OFICIAL.
           IF NOT WS-ACHOU-ALUNO-OK THEN
               GO TO P480-EMITE-OFICIAL-FIM
           END-IF.
           DISPLAY 'EMITIR HISTORICO OFICIAL COM CODIGO DE '
                   'VERIFICACAO? (S/N)'
           END-DISPLAY.
           ACCEPT WS-EMITE-OFICIAL
           END-ACCEPT.
           IF NOT WS-EMITE-OFICIAL-OK THEN
               GO TO P480-EMITE-OFICIAL-FIM
           END-IF.
           MOVE SPACES TO WS-DR-CONTEUDO.
           STRING 'HISTORICO ESCOLAR - ALUNO ' WS-ID-ALUNO-BUSCA ' '
                  FUNCTION TRIM (WS-HIS-NM-ALUNO)
                  ' - ' WS-CONTA-MATERIAS ' MATERIAS - MEDIA '
                  WS-MEDIA-GERAL ' - CR ' WS-CR-PONDERADO
                  ' -' WS-HIS-MATERIAS
                  DELIMITED BY SIZE
                  INTO WS-DR-CONTEUDO
               ON OVERFLOW
                   CONTINUE
           END-STRING.
           MOVE 'R'                TO WS-DR-ACAO.
           MOVE 'H'                TO WS-DR-TP-DOCUMENTO.
           MOVE ZEROS              TO WS-DR-NR-DOCUMENTO.
           MOVE WS-ID-ALUNO-BUSCA  TO WS-DR-ID-ALUNO.
           MOVE WS-COM-OPERADOR    TO WS-DR-OPERADOR.
           CALL 'PGDOCREG' USING WS-PARM-DOCREG.
           IF WS-DR-RETORNO NOT EQUAL ZEROS THEN
               DISPLAY 'ATENCAO: EMISSAO NAO REGISTRADA EM DOCREG.DAT;'
                       ' HISTORICO SEM CODIGO DE VERIFICACAO.'
               END-DISPLAY
           ELSE
               DISPLAY '*** HISTORICO OFICIAL - CODIGO DE VERIFICACAO: '
                       WS-DR-CD-VERIFICACAO ' ***'
               END-DISPLAY
           END-IF.
       P480-EMITE-OFICIAL-FIM.
           EXIT.

       P800-ERRO.
           DISPLAY 'ERRO DE LEITURA. ARQUIVO NAO EXISTE.'
           END-DISPLAY.
