      *            A AUDITORIA DO ESQUECIMENTO NAO GRAVA IMAGENS
      *            ANTES/DEPOIS: GRAVA-LAS REINTRODUZIRIA OS DADOS
      *            QUE O TITULAR MANDOU APAGAR.
      * Update:    06/03/2023 - ALUNO COM LIVRO DA BIBLIOTECA AINDA NAO
      *            DEVOLVIDO (PGBIBPEN) TEM O ESQUECIMENTO RECUSADO ATE
      *            A DEVOLUCAO.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    11/09/2023 - O ESQUECIMENTO CONFIRMADO SO E EXECUTADO
      *            COM A CO-ASSINATURA DE UM SEGUNDO SUPERVISOR NO MESMO
      *            TERMINAL (PGCOASSI), QUE VAI NA AUDITORIA JUNTO COM O
      *            OPERADOR.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT APROVADOS
      *CFPK0004 (O REGISTRO FISICO DO ARQUIVO ANUAL TEM 100 BYTES).
           COPY CFPK0004 REPLACING
               ==REG-TODOS== BY ==WS-REG-HISTORIA==
               ==CH-TODOS==  BY ==WS-CH-HISTORIA==
               ==CH-OFERTA-TODOS== BY ==WS-CH-OFERTA-HISTORIA==.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.

       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.

      *AREA DA PENDENCIA NA BIBLIOTECA (PGBIBPEN): ALUNO COM LIVRO
      *EMPRESTADO NAO PODE SER ESQUECIDO.
       01  WS-PARM-BIBPEN.
           03 WS-BP-TP-LEITOR          PIC X(01).
           03 WS-BP-ID-LEITOR          PIC 9(05).
           03 WS-BP-QT-ABERTOS         PIC 9(03).
           03 WS-BP-QT-ATRASADOS       PIC 9(03).

       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.
       77  WS-EOF-HIS                  PIC X.
       77  WS-FS-HIS                   PIC 99.
           88 WS-FS-HIS-OK             VALUE 0.

      *AREA DA CO-ASSINATURA DE UM SEGUNDO SUPERVISOR (PGCOASSI) E DO
      *ENCADEAMENTO DA AUDITORIA (PGAUDELO), QUE LEVA O CO-ASSINANTE
      *PARA CADA REGISTRO GRAVADO.
       01  WS-PARM-COASSINA.
           03 WS-CS-PROGRAMA           PIC X(08) VALUE 'NTLGPDEL'.
           03 WS-CS-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-CS-COASSINANTE        PIC X(10) VALUE SPACES.
           03 WS-CS-RESULTADO          PIC X(01) VALUE SPACES.
               88 WS-CS-COASSINADO     VALUE 'S'.
               88 WS-CS-RECUSADO       VALUE 'N'.

       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           MOVE 'A'         TO WS-BP-TP-LEITOR.
           MOVE WS-ID-ALUNO TO WS-BP-ID-LEITOR.
           CALL 'PGBIBPEN' USING WS-PARM-BIBPEN.
           IF WS-BP-QT-ABERTOS IS GREATER THAN ZEROS THEN
               DISPLAY 'ALUNO COM ' WS-BP-QT-ABERTOS
                       ' LIVRO(S) DA BIBLIOTECA A DEVOLVER. '
                       'ESQUECIMENTO RECUSADO.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           DISPLAY 'CONFIRMA O ESQUECIMENTO IRREVERSIVEL DE '
                   FUNCTION TRIM (NM-ALUNO OF REG-ALUNO)
                   '? (S/N)'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           MOVE WS-COM-OPERADOR   TO WS-CS-OPERADOR.
           CALL 'PGCOASSI' USING WS-PARM-COASSINA.
           MOVE WS-CS-COASSINANTE TO WS-EL-COASSINANTE.
           IF WS-CS-RECUSADO THEN
               DISPLAY 'ESQUECIMENTO CANCELADO. NADA FOI ALTERADO.'
               END-DISPLAY
               GO TO P200-PROCESSA-FIM
           END-IF.
           DISPLAY 'ANO INICIAL DA HISTORIA ARQUIVADA (AAAA, 0=NAO '
                   'HA): '
           END-DISPLAY.
           MOVE SPACES              TO DS-DEPOIS-AUDITORIA.
           MOVE WS-COM-OPERADOR     TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
       P600-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
