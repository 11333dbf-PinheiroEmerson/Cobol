      *            ANO (RESOLUCAO FEITA PELO PGGRADE); A GRADE DE
      *            CURSO.DAT SEGUE VALENDO PARA ALUNOS SEM VERSAO
      *            APLICAVEL.
      * Update:    13/03/2023 - O CADASTRO DO CURSO PASSA A PEDIR AS
      *            HORAS DE ESTAGIO SUPERVISIONADO EXIGIDAS PARA FORMAR
      *            (QT-HORAS-ESTAGIO DE CFPK0015; ZERO = SEM ESTAGIO
      *            OBRIGATORIO).
      * Update:    20/03/2023 - O CADASTRO DO CURSO PASSA A PEDIR O
      *            MINIMO DE HORAS DE ATIVIDADES COMPLEMENTARES E O
      *            PROFESSOR COORDENADOR (QT-HORAS-ATIV-COMPL E
      *            ID-PROFESSOR-COORD DE CFPK0015).
      * Update:    03/04/2023 - MANUTENCAO DOS GRUPOS DE MATERIAS
      *            ELETIVAS DE CADA VERSAO DA GRADE (ELETIVAS.DAT,
      *            CFPK0056): MATERIAS QUE CONTAM PARA O GRUPO E MINIMO
      *            EXIGIDO EM HORAS OU EM QUANTIDADE DE MATERIAS;
      *            VIGENCIA ZERO = GRADE UNICA DE CURSO.DAT.
      * Update:    10/04/2023 - O CADASTRO DO CURSO PASSA A PEDIR O
      *            PRAZO MAXIMO DE INTEGRALIZACAO EM ANOS
      *            (QT-ANOS-MAXIMO DE CFPK0015; ZERO = SEM LIMITE),
      *            USADO NO CONTROLE DE JUBILAMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CH-CURSOVER
           FILE  STATUS IS WS-FS-V.

           SELECT ELETIVAS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ELETIVA
           FILE  STATUS IS WS-FS-E.

       DATA DIVISION.
       FILE SECTION.
       FD  CURSO.
       FD  CURSOVER.
           COPY CFPK0042.

       FD  ELETIVAS.
           COPY CFPK0056.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
       77  WS-EOF-VERSAO               PIC X.
           88 WS-EOF-VERSAO-OK         VALUE 'S' FALSE 'N'.
       77  WS-QTD-VERSOES              PIC 9(02)  VALUE ZEROS.
       77  WS-CD-GRUPO                 PIC 9(02)  VALUE ZEROS.
       77  WS-EOF-ELETIVA              PIC X.
           88 WS-EOF-ELETIVA-OK        VALUE 'S' FALSE 'N'.
       77  WS-QTD-GRUPOS               PIC 9(02)  VALUE ZEROS.

       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
           88 WS-FS-C-OK               VALUE 0.
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-E                     PIC 99.
           88 WS-FS-E-OK               VALUE 0.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-C WS-FS-V WS-ID-CURSO
                      WS-AA-VIGENCIA WS-INDICE WS-QTD-VERSOES
                      WS-FS-E WS-CD-GRUPO WS-QTD-GRUPOS
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
                  '\Modulo3\DesafioM3\CURSOVER.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ELETIVAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           IF NOT WS-FS-V-OK THEN
               OPEN OUTPUT CURSOVER
           END-IF.
           OPEN I-O ELETIVAS.
           IF NOT WS-FS-E-OK THEN
               OPEN OUTPUT ELETIVAS
               CLOSE ELETIVAS
               OPEN I-O ELETIVAS
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
               WHEN '7'
                   PERFORM P560-EXCLUI-VERSAO
                           THRU P560-EXCLUI-VERSAO-FIM
               WHEN '8'
                   PERFORM P570-GRAVA-ELETIVA
                           THRU P570-GRAVA-ELETIVA-FIM
               WHEN 'A'
                   PERFORM P580-LISTA-ELETIVAS
                           THRU P580-LISTA-ELETIVAS-FIM
               WHEN 'B'
                   PERFORM P590-EXCLUI-ELETIVA
                           THRU P590-EXCLUI-ELETIVA-FIM
               WHEN '9'
                   DISPLAY 'MANUTENCAO DE CURSOS ENCERRADA'
                   END-DISPLAY
           DISPLAY '|<5> - CADASTRAR VERSAO GRADE |'.
           DISPLAY '|<6> - LISTAR VERSOES DA GRADE|'.
           DISPLAY '|<7> - EXCLUIR VERSAO DA GRADE|'.
           DISPLAY '|<8> - GRAVAR GRUPO ELETIVAS  |'.
           DISPLAY '|<A> - LISTAR GRUPOS ELETIVAS |'.
           DISPLAY '|<B> - EXCLUIR GRUPO ELETIVAS |'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.
                   UNTIL WS-INDICE > 19.
       P450-PEDE-DADOS-FIM.

      *HORAS DE ESTAGIO SUPERVISIONADO EXIGIDAS PARA FORMAR. PEDIDAS
      *SO NO CADASTRO DO CURSO (A VERSAO DE GRADE NAO AS ALTERA).
       P460-PEDE-ESTAGIO.
           DISPLAY 'HORAS DE ESTAGIO EXIGIDAS (0 = NAO TEM): '
           END-DISPLAY.
           ACCEPT QT-HORAS-ESTAGIO
           END-ACCEPT.
       P460-PEDE-ESTAGIO-FIM.

      *MINIMO DE HORAS DE ATIVIDADES COMPLEMENTARES E COORDENADOR DO
      *CURSO, QUE APROVA OS CERTIFICADOS DOS ALUNOS NO NTATCMAN.
       P465-PEDE-ATIVIDADES.
           DISPLAY 'HORAS DE ATIV. COMPLEMENTARES (0 = NAO): '
           END-DISPLAY.
           ACCEPT QT-HORAS-ATIV-COMPL
           END-ACCEPT.
           DISPLAY 'CODIGO DO PROFESSOR COORDENADOR........: '
           END-DISPLAY.
           ACCEPT ID-PROFESSOR-COORD
           END-ACCEPT.
       P465-PEDE-ATIVIDADES-FIM.

      *PRAZO MAXIMO PARA INTEGRALIZAR O CURSO, EM ANOS CONTADOS DO
      *ANO DE INGRESSO DO ALUNO. ACIMA DELE O ALUNO E PROPOSTO PARA
      *JUBILAMENTO PELO NTJUBRUN.
       P467-PEDE-PRAZO.
           DISPLAY 'PRAZO MAXIMO EM ANOS (0 = SEM LIMITE)..: '
           END-DISPLAY.
           ACCEPT QT-ANOS-MAXIMO
           END-ACCEPT.
       P467-PEDE-PRAZO-FIM.

       P455-PEDE-MATERIA.
           DISPLAY 'MATERIA ' WS-INDICE ' DA GRADE: '
           END-DISPLAY.
       P500-INCLUI.
           PERFORM P440-PEDE-ID    THRU P440-PEDE-ID-FIM.
           PERFORM P450-PEDE-DADOS THRU P450-PEDE-DADOS-FIM.
           PERFORM P460-PEDE-ESTAGIO THRU P460-PEDE-ESTAGIO-FIM.
           PERFORM P465-PEDE-ATIVIDADES THRU P465-PEDE-ATIVIDADES-FIM.
           PERFORM P467-PEDE-PRAZO THRU P467-PEDE-PRAZO-FIM.
           WRITE REG-CURSO
               INVALID KEY
                   DISPLAY 'CURSO JAH CADASTRADO.'
       P515-MOSTRA.
           DISPLAY 'CURSO ' ID-CURSO OF REG-CURSO ' - ' NM-CURSO
           END-DISPLAY.
           DISPLAY 'HORAS DE ESTAGIO EXIGIDAS: ' QT-HORAS-ESTAGIO
           END-DISPLAY.
           DISPLAY 'HORAS DE ATIVIDADES COMPLEMENTARES EXIGIDAS: '
                   QT-HORAS-ATIV-COMPL
                   ' - COORDENADOR: ' ID-PROFESSOR-COORD
           END-DISPLAY.
           DISPLAY 'PRAZO MAXIMO DE INTEGRALIZACAO (ANOS): '
                   QT-ANOS-MAXIMO
           END-DISPLAY.
           DISPLAY 'GRADE COM ' QT-MATERIAS-GRADE ' MATERIAS:'
           END-DISPLAY.
           PERFORM P517-MOSTRA-MATERIA THRU P517-MOSTRA-MATERIA-FIM
               NOT INVALID KEY
                   PERFORM P515-MOSTRA     THRU P515-MOSTRA-FIM
                   PERFORM P450-PEDE-DADOS THRU P450-PEDE-DADOS-FIM
                   PERFORM P460-PEDE-ESTAGIO
                           THRU P460-PEDE-ESTAGIO-FIM
                   PERFORM P465-PEDE-ATIVIDADES
                           THRU P465-PEDE-ATIVIDADES-FIM
                   PERFORM P467-PEDE-PRAZO THRU P467-PEDE-PRAZO-FIM
                   REWRITE REG-CURSO
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR O CURSO.'
       P560-EXCLUI-VERSAO-FIM.
           EXIT.

      *CADASTRA (OU SUBSTITUI) UM GRUPO DE ELETIVAS DE UMA VERSAO DA
      *GRADE: VIGENCIA ZERO E A GRADE UNICA DO CURSO; OUTRO ANO PRECISA
      *SER UMA VERSAO CADASTRADA EM CURSOVER.DAT.
       P570-GRAVA-ELETIVA.
           PERFORM P440-PEDE-ID THRU P440-PEDE-ID-FIM.
           READ CURSO
               INVALID KEY
                   DISPLAY 'CURSO NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P570-GRAVA-ELETIVA-FIM
           END-READ.
           PERFORM P575-PEDE-CHAVE-GRUPO
                   THRU P575-PEDE-CHAVE-GRUPO-FIM.
           IF WS-AA-VIGENCIA IS GREATER THAN ZEROS THEN
               MOVE WS-ID-CURSO    TO ID-CURSO-VER
               MOVE WS-AA-VIGENCIA TO AA-VIGENCIA
               READ CURSOVER
                   INVALID KEY
                       DISPLAY 'VERSAO DA GRADE NAO LOCALIZADA.'
                       END-DISPLAY
                       GO TO P570-GRAVA-ELETIVA-FIM
               END-READ
           END-IF.
           IF WS-CD-GRUPO EQUAL ZEROS THEN
               DISPLAY 'CODIGO DO GRUPO INVALIDO.'
               END-DISPLAY
               GO TO P570-GRAVA-ELETIVA-FIM
           END-IF.
           INITIALIZE REG-ELETIVA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-ID-CURSO    TO ID-CURSO-ELT.
           MOVE WS-AA-VIGENCIA TO AA-VIGENCIA-ELT.
           MOVE WS-CD-GRUPO    TO CD-GRUPO-ELT.
           DISPLAY 'DESCRICAO DO GRUPO.....................: '
           END-DISPLAY.
           ACCEPT DS-GRUPO-ELT
           END-ACCEPT.
           DISPLAY 'MINIMO EM H=HORAS OU M=MATERIAS........: '
           END-DISPLAY.
           ACCEPT TP-MINIMO-ELT
           END-ACCEPT.
           IF NOT TP-MINIMO-HORAS AND NOT TP-MINIMO-MATERIAS THEN
               DISPLAY 'TIPO DE MINIMO INVALIDO.'
               END-DISPLAY
               GO TO P570-GRAVA-ELETIVA-FIM
           END-IF.
           DISPLAY 'MINIMO EXIGIDO DO GRUPO................: '
           END-DISPLAY.
           ACCEPT QT-MINIMO-ELT
           END-ACCEPT.
           DISPLAY 'QUANTAS MATERIAS TEM O GRUPO (ATE 30)..: '
           END-DISPLAY.
           ACCEPT QT-MATERIAS-ELT
           END-ACCEPT.
           IF QT-MATERIAS-ELT IS GREATER THAN 30 THEN
               DISPLAY 'MAXIMO DE 30 MATERIAS. AJUSTADO PARA 30.'
               END-DISPLAY
               MOVE 30 TO QT-MATERIAS-ELT
           END-IF.
           PERFORM P577-PEDE-MATERIA-ELT
                   THRU P577-PEDE-MATERIA-ELT-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > QT-MATERIAS-ELT.
           WRITE REG-ELETIVA
               INVALID KEY
                   REWRITE REG-ELETIVA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O GRUPO.'
                           END-DISPLAY
                       NOT INVALID KEY
                           DISPLAY 'GRUPO SUBSTITUIDO COM SUCESSO.'
                           END-DISPLAY
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'GRUPO CADASTRADO COM SUCESSO.'
                   END-DISPLAY
           END-WRITE.
       P570-GRAVA-ELETIVA-FIM.
           EXIT.

       P575-PEDE-CHAVE-GRUPO.
           DISPLAY 'ANO DE VIGENCIA DA VERSAO (0 = UNICA)..: '
           END-DISPLAY.
           ACCEPT WS-AA-VIGENCIA
           END-ACCEPT.
           DISPLAY 'CODIGO DO GRUPO DE ELETIVAS............: '
           END-DISPLAY.
           ACCEPT WS-CD-GRUPO
           END-ACCEPT.
       P575-PEDE-CHAVE-GRUPO-FIM.

       P577-PEDE-MATERIA-ELT.
           DISPLAY 'MATERIA ' WS-INDICE ' DO GRUPO: '
           END-DISPLAY.
           ACCEPT ID-MATERIA-ELT (WS-INDICE)
           END-ACCEPT.
       P577-PEDE-MATERIA-ELT-FIM.

      *LISTA OS GRUPOS DE ELETIVAS DE TODAS AS VERSOES DO CURSO.
       P580-LISTA-ELETIVAS.
           PERFORM P440-PEDE-ID THRU P440-PEDE-ID-FIM.
           MOVE ZEROS TO WS-QTD-GRUPOS.
           SET WS-EOF-ELETIVA-OK TO FALSE.
           MOVE WS-ID-CURSO TO ID-CURSO-ELT.
           MOVE ZEROS       TO AA-VIGENCIA-ELT.
           MOVE ZEROS       TO CD-GRUPO-ELT.
           START ELETIVAS KEY IS NOT LESS THAN CH-ELETIVA
               INVALID KEY
                   SET WS-EOF-ELETIVA-OK TO TRUE
           END-START.
           PERFORM P585-LE-ELETIVA THRU P585-LE-ELETIVA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ELETIVA-OK.
           IF WS-QTD-GRUPOS EQUAL ZEROS THEN
               DISPLAY 'CURSO SEM GRUPOS DE ELETIVAS CADASTRADOS.'
               END-DISPLAY
           END-IF.
       P580-LISTA-ELETIVAS-FIM.

       P585-LE-ELETIVA.
           READ ELETIVAS NEXT RECORD
               AT END
                   SET WS-EOF-ELETIVA-OK TO TRUE
               NOT AT END
                   IF ID-CURSO-ELT NOT EQUAL WS-ID-CURSO THEN
                       SET WS-EOF-ELETIVA-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-GRUPOS
                       DISPLAY 'VERSAO ' AA-VIGENCIA-ELT ' GRUPO '
                               CD-GRUPO-ELT ' - ' DS-GRUPO-ELT
                               ' - MINIMO ' QT-MINIMO-ELT ' '
                               TP-MINIMO-ELT ' (H=HORAS M=MATERIAS)'
                       END-DISPLAY
                       PERFORM P587-MOSTRA-ELETIVA
                               THRU P587-MOSTRA-ELETIVA-FIM
                               VARYING WS-INDICE FROM 1 BY 1
                               UNTIL WS-INDICE > QT-MATERIAS-ELT
                   END-IF
           END-READ.
       P585-LE-ELETIVA-FIM.

       P587-MOSTRA-ELETIVA.
           DISPLAY '   - MATERIA ' ID-MATERIA-ELT (WS-INDICE)
           END-DISPLAY.
       P587-MOSTRA-ELETIVA-FIM.

       P590-EXCLUI-ELETIVA.
           PERFORM P440-PEDE-ID THRU P440-PEDE-ID-FIM.
           PERFORM P575-PEDE-CHAVE-GRUPO
                   THRU P575-PEDE-CHAVE-GRUPO-FIM.
           MOVE WS-ID-CURSO    TO ID-CURSO-ELT.
           MOVE WS-AA-VIGENCIA TO AA-VIGENCIA-ELT.
           MOVE WS-CD-GRUPO    TO CD-GRUPO-ELT.
           READ ELETIVAS
               INVALID KEY
                   DISPLAY 'GRUPO NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P590-EXCLUI-ELETIVA-FIM
           END-READ.
           DISPLAY 'DESEJA EXCLUIR O GRUPO ' DS-GRUPO-ELT '?'
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF WS-AUX-CONFIRMA-OK THEN
               DELETE ELETIVAS RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR O GRUPO.'
                       END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'GRUPO EXCLUIDO COM SUCESSO.'
                       END-DISPLAY
               END-DELETE
           ELSE
               DISPLAY 'OS DADOS NAO FORAM EXCLUIDOS.'
               END-DISPLAY
           END-IF.
       P590-EXCLUI-ELETIVA-FIM.
           EXIT.

       P420-FECHA-ARQ.
           CLOSE CURSO.
           CLOSE CURSOVER.
           CLOSE ELETIVAS.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
