      * Update:    02/11/2022 - INCLUIDA A SECAO DE SAUDE/EMERGENCIA
      *            (FICHA SAUDE.DAT DO NTSAUMAN), AO LADO DOS
      *            CONTATOS DE EMERGENCIA DOS VINCULOS.
      * Update:    12/12/2022 - COBRANCA EM ABERTO PASSA A MOSTRAR O
      *            SALDO DEVIDO (FACE MAIS ENCARGOS MENOS O JA PAGO EM
      *            BAIXA PARCIAL, INDICADO EM PAGO PARC), E A SECAO DE
      *            MENSALIDADE MOSTRA O SALDO CREDOR DO ALUNO NA CONTA
      *            CORRENTE (PGCTACOR).
      * Update:    13/02/2023 - COBRANCA EM ABERTO PASSA A MOSTRAR A
      *            SITUACAO DA NEGATIVACAO NO BIRO (NTFINNEG): AVISO
      *            PREVIO, INCLUSAO, EXCLUSAO PENDENTE OU EXCLUSAO;
      *            COBRANCA PAGA COM EXCLUSAO PENDENTE TAMBEM APARECE.
      * Update:    22/05/2023 - INCLUIDA A SECAO DE REQUERIMENTOS EM
      *            ABERTO DO ALUNO (PROTOCOLO REQUER.DAT DO NTREQMAN),
      *            COM DEPARTAMENTO, PRAZO E O AVISO DE PRAZO VENCIDO.
      * Update:    21/08/2023 - INCLUIDA A SECAO DOS ULTIMOS
      *            ATENDIMENTOS LIGADOS AO ALUNO (ATENDIM.DAT DO
      *            NTATDMAN), COM O RETORNO AINDA EM ABERTO.
      * Update:    06/09/2023 - CPF, NASCIMENTO, TELEFONE, FICHA DE
      *            SAUDE E VALORES EM ABERTO/SALDO CREDOR SAEM
      *            MASCARADOS NA TELA (PGMASCAR, LGPD). O OPERADOR CUJO
      *            NIVEL LIBERA A CLASSE DE DADO PODE PEDIR A
      *            REVELACAO (<R>), QUE REMOSTRA A CONSULTA EM CLARO E
      *            FICA REGISTRADA NA AUDITORIA.
      * Update:    15/09/2023 - MATRICULA.DAT E ALUTODOS.DAT DECLARADOS
      *            COM A CHAVE ALTERNADA DA OFERTA (MATERIA +
      *            ANO/SEMESTRE), IGUAL EM TODO PROGRAMA QUE ABRE O
      *            ARQUIVO. INDICE MONTADO NA VIRADA PELO NTOFEIDX.
      * Update:    22/09/2023 - A CONSULTA CONFERE A UNIDADE (CAMPUS) DO
      *            ALUNO PELA PGUNIDAD, COMO O NTALUCON: ALUNO DE
      *            UNIDADE NAO AUTORIZADA PARA O OPERADOR E RECUSADO SEM
      *            MOSTRAR NENHUMA SECAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT TODOS-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-T.

           SELECT RESPONSAVEIS
           RECORD KEY IS ID-ALUNO-SAUDE
           FILE  STATUS IS WS-FS-SAU.

           SELECT REQUER
           ASSIGN TO WS-CAMINHO-REQUER
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-REQUER
           ALTERNATE RECORD KEY IS ID-ALUNO-REQ
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-RQ.

           SELECT ATENDIMENTOS
           ASSIGN TO WS-CAMINHO-ATENDIM
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-ATENDIMENTO
           ALTERNATE RECORD KEY IS ID-ALUNO-ATD
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-RESP-RETORNO-ATD
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-ATD.

           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  REQUER.
           COPY CFPK0066.

       FD  ATENDIMENTOS.
           COPY CFPK0084.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.
       01  WS-CAMINHO-SAUDE            PIC X(80) VALUE SPACES.
       77  WS-FS-SAU                   PIC 99.
           88 WS-FS-SAU-OK             VALUE 0.

      *CAMINHO E CONTROLES DA SECAO DE REQUERIMENTOS (PROTOCOLO DO
      *NTREQMAN).
       01  WS-CAMINHO-REQUER           PIC X(80) VALUE SPACES.
       77  WS-FS-RQ                    PIC 99.
           88 WS-FS-RQ-OK              VALUE 0.
       77  WS-QTD-REQUER               PIC 9(03) VALUE ZEROS.
       77  WS-AVISO-PRAZO              PIC X(16) VALUE SPACES.

      *CAMINHO E CONTROLES DA SECAO DE ATENDIMENTOS (REGISTRO DO
      *NTATDMAN): OS TRES MAIS RECENTES, O MAIS NOVO PRIMEIRO.
       01  WS-CAMINHO-ATENDIM          PIC X(80) VALUE SPACES.
       77  WS-FS-ATD                   PIC 99.
           88 WS-FS-ATD-OK             VALUE 0.
       01  WS-TABELA-ULTIMOS.
           03 WS-ULTIMO                PIC X(243) OCCURS 3 TIMES.
       77  WS-QT-ULTIMOS               PIC 9(01) VALUE ZEROS.
       77  WS-IND-ULTIMO               PIC 9(01) VALUE ZEROS.
       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
       77  WS-FS-C                     PIC 99.
       77  WS-QTD-RESULTADOS           PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ABERTAS              PIC 9(03) VALUE ZEROS.

      *SALDO EM ABERTO DA COBRANCA (FACE MAIS ENCARGOS MENOS O JA
      *PAGO EM BAIXA PARCIAL) E SALDO CREDOR DO ALUNO NA CONTA
      *CORRENTE (PGCTACOR/CTACOR.DAT).
       77  WS-VL-SALDO-COBR            PIC S9(07)V99 VALUE ZEROS.
       77  WS-VL-SALDO-EDIT            PIC 9(05)V99 VALUE ZEROS.
       01  WS-PARM-CTACOR.
           03 WS-CC-ACAO               PIC X(01).
           03 WS-CC-ID-ALUNO           PIC 9(05).
           03 WS-CC-VALOR              PIC 9(07)V99.
           03 WS-CC-ORIGEM             PIC X(10).
           03 WS-CC-CH-COBRANCA        PIC X(12).
           03 WS-CC-OPERADOR           PIC X(10).
           03 WS-CC-SALDO              PIC 9(07)V99.
           03 WS-CC-IMAGEM             PIC X(60).

      *AREA DA FAIXA DE INADIMPLENCIA (PGFXINAD), MOSTRADA JUNTO DA
      *SITUACAO DA MENSALIDADE.
       01  WS-PARM-FXINAD.
           03 WS-FX-VL-VENCIDO         PIC 9(07)V99.
           03 WS-FX-DT-VENC-ANTIGA     PIC 9(08).

      *AREA DO MASCARAMENTO DE DADOS SENSIVEIS (PGMASCAR): NA TELA OS
      *DADOS SAEM MASCARADOS (ACAO M) E, A PEDIDO DE UM OPERADOR
      *AUTORIZADO, SAO REMOSTRADOS EM CLARO COM REGISTRO NA AUDITORIA
      *(ACAO R).
       01  WS-PARM-MASCARA.
           03 WS-MC-ACAO               PIC X(01).
               88 WS-MC-ACAO-TELA      VALUE 'M'.
               88 WS-MC-ACAO-REVELA    VALUE 'R'.
           03 WS-MC-CLASSE             PIC X(01).
           03 WS-MC-NIVEL              PIC 9(01).
           03 WS-MC-OPERADOR           PIC X(10).
           03 WS-MC-PROGRAMA           PIC X(08).
           03 WS-MC-ARQUIVO            PIC X(10).
           03 WS-MC-CHAVE              PIC X(20).
           03 WS-MC-VALOR              PIC X(40).
           03 WS-MC-SAIDA              PIC X(40).
           03 WS-MC-AUTORIZADO         PIC X(01).
               88 WS-MC-AUTORIZADO-OK  VALUE 'S'.
       77  WS-PODE-REVELAR             PIC X.
           88 WS-PODE-REVELAR-OK       VALUE 'S' FALSE 'N'.
       77  WS-VL-MASCARA-ED            PIC Z(06)9,99.
       01  WS-DADOS-EXIBE.
           03 WS-EX-NASC               PIC X(08).
           03 WS-EX-CPF                PIC X(14).
           03 WS-EX-FONE               PIC X(11).
           03 WS-EX-VALOR              PIC X(10).
           03 WS-EX-PAGO               PIC X(10).
           03 WS-EX-SANGUE             PIC X(16).
           03 WS-EX-ALERGIAS           PIC X(40).
           03 WS-EX-MEDICACAO          PIC X(40).
           03 WS-EX-NR-PLANO           PIC X(16).
           03 WS-EX-ALERTA             PIC X(40).

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

       01  WS-PERIODO-ANTERIOR.
           03 WS-PA-ANO                PIC 9(04).
           03 WS-PA-SEMESTRE           PIC 9(01).
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).
           03 WS-COM-NIVEL             PIC 9(01).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EXIT-OK              TO FALSE.
           INITIALIZE WS-PARM-MASCARA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE WS-COM-NIVEL    TO WS-MC-NIVEL.
           MOVE WS-COM-OPERADOR TO WS-MC-OPERADOR.
           MOVE 'NTALU360'      TO WS-MC-PROGRAMA.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
                  '\Modulo3\DesafioM3\SAUDE.DAT'     DELIMITED BY SIZE
                  INTO WS-CAMINHO-SAUDE
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\REQUER.DAT'    DELIMITED BY SIZE
                  INTO WS-CAMINHO-REQUER
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ATENDIM.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-ATENDIM
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT RESPONSAVEIS.
           OPEN INPUT CONTATOS.
           OPEN INPUT SAUDE.
           OPEN INPUT REQUER.
           OPEN INPUT ATENDIMENTOS.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           END-DISPLAY.
           ACCEPT WS-ID-ALUNO
           END-ACCEPT.
           MOVE 'M'         TO WS-MC-ACAO.
           MOVE WS-ID-ALUNO TO WS-MC-CHAVE.
           SET WS-PODE-REVELAR-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO LOCALIZADO.'
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM P480-MOSTRA-ALUNO
                           THRU P480-MOSTRA-ALUNO-FIM
           END-READ.
           IF WS-PODE-REVELAR-OK THEN
               DISPLAY 'TECLE: <R> PARA REVELAR OS DADOS MASCARADOS '
                       '(FICA REGISTRADO NA AUDITORIA),'
               END-DISPLAY
           END-IF.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> PARA OUTRA CONSULTA, OU'
                   ' <S> PARA SAIR'
           END-DISPLAY.
           ACCEPT WS-EXIT
           END-ACCEPT.
           IF WS-PODE-REVELAR-OK AND
              (WS-EXIT EQUAL 'R' OR WS-EXIT EQUAL 'r') THEN
               PERFORM P590-REVELA-DADOS THRU P590-REVELA-DADOS-FIM
           END-IF.
       P200-PROCESSA-FIM.

      *O REGISTRO LIDO CONTINUA NA AREA DO ARQUIVO, DE ONDE VEM A
      *UNIDADE DO ALUNO PARA A CONFERENCIA DA AUTORIZACAO (MESMA
      *REGRA DA CONSULTA DO NTALUCON). ALUNO DE UNIDADE NAO
      *AUTORIZADA NAO MOSTRA NENHUMA SECAO.
       P480-MOSTRA-ALUNO.
           MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'ALUNO ' WS-ID-ALUNO ' DE UNIDADE NAO '
                       'AUTORIZADA PARA O OPERADOR.'
               END-DISPLAY
               GO TO P480-MOSTRA-ALUNO-FIM
           END-IF.
           PERFORM P500-MOSTRA-CADASTRO
                   THRU P500-MOSTRA-CADASTRO-FIM.
           PERFORM P510-MOSTRA-MATRICULAS
                   THRU P510-MOSTRA-MATRICULAS-FIM.
           PERFORM P520-MOSTRA-RESULTADOS
                   THRU P520-MOSTRA-RESULTADOS-FIM.
           PERFORM P530-MOSTRA-MENSALIDADE
                   THRU P530-MOSTRA-MENSALIDADE-FIM.
           PERFORM P540-MOSTRA-VINCULOS
                   THRU P540-MOSTRA-VINCULOS-FIM.
           PERFORM P550-MOSTRA-SAUDE
                   THRU P550-MOSTRA-SAUDE-FIM.
           PERFORM P560-MOSTRA-REQUERIMENTOS
                   THRU P560-MOSTRA-REQUERIMENTOS-FIM.
           PERFORM P570-MOSTRA-ATENDIMENTOS
                   THRU P570-MOSTRA-ATENDIMENTOS-FIM.
       P480-MOSTRA-ALUNO-FIM.

      *REVELACAO PEDIDA POR OPERADOR AUTORIZADO: REMOSTRA AS SECOES
      *COM DADO SENSIVEL; CADA VALOR LIBERADO PELO NIVEL SAI EM CLARO
      *E O PGMASCAR REGISTRA A REVELACAO NA AUDITORIA.
       P590-REVELA-DADOS.
           MOVE 'R' TO WS-MC-ACAO.
           PERFORM P500-MOSTRA-CADASTRO
                   THRU P500-MOSTRA-CADASTRO-FIM.
           PERFORM P530-MOSTRA-MENSALIDADE
                   THRU P530-MOSTRA-MENSALIDADE-FIM.
           PERFORM P550-MOSTRA-SAUDE
                   THRU P550-MOSTRA-SAUDE-FIM.
           MOVE 'M' TO WS-MC-ACAO.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> PARA OUTRA CONSULTA, OU'
                   ' <S> PARA SAIR'
           END-DISPLAY.
           ACCEPT WS-EXIT
           END-ACCEPT.
       P590-REVELA-DADOS-FIM.

      *PASSA UM VALOR PELO PGMASCAR NA ACAO CORRENTE (CLASSE E VALOR
      *JA MOVIDOS); NA TELA, MARCA QUE HA O QUE REVELAR QUANDO O
      *NIVEL DO OPERADOR LIBERA A CLASSE.
       P595-MASCARA.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           IF WS-MC-ACAO-TELA AND WS-MC-AUTORIZADO-OK AND
              WS-MC-VALOR NOT EQUAL SPACES THEN
               SET WS-PODE-REVELAR-OK TO TRUE
           END-IF.
       P595-MASCARA-FIM.

       P500-MOSTRA-CADASTRO.
           DISPLAY '===== CADASTRO ====='
           END-DISPLAY.
           DISPLAY 'ALUNO ' ID-ALUNO OF REG-ALUNO ' - '
                   NM-ALUNO OF REG-ALUNO
           END-DISPLAY.
           MOVE 'ALUNOS'        TO WS-MC-ARQUIVO.
           MOVE 'N'             TO WS-MC-CLASSE.
           MOVE DT-NASC-ALUNO   TO WS-MC-VALOR.
           PERFORM P595-MASCARA THRU P595-MASCARA-FIM.
           MOVE WS-MC-SAIDA     TO WS-EX-NASC.
           MOVE 'C'             TO WS-MC-CLASSE.
           MOVE CPF-ALUNO       TO WS-MC-VALOR.
           PERFORM P595-MASCARA THRU P595-MASCARA-FIM.
           MOVE WS-MC-SAIDA     TO WS-EX-CPF.
           MOVE 'T'             TO WS-MC-CLASSE.
           MOVE TL-ALUNO OF REG-ALUNO TO WS-MC-VALOR.
           PERFORM P595-MASCARA THRU P595-MASCARA-FIM.
           MOVE WS-MC-SAIDA     TO WS-EX-FONE.
           DISPLAY 'NASCIMENTO: ' WS-EX-NASC
                   ' CPF: ' WS-EX-CPF
                   ' CURSO: ' ID-CURSO OF REG-ALUNO
           END-DISPLAY.
           DISPLAY 'FONE: ' WS-EX-FONE
           END-DISPLAY.
           DISPLAY 'ENDERECO: ' RU-ALUNO ' - ' BA-ALUNO
           END-DISPLAY.
               DISPLAY '(SEM COBRANCAS EM ABERTO)'
               END-DISPLAY
           END-IF.
           MOVE 'S'         TO WS-CC-ACAO.
           MOVE WS-ID-ALUNO TO WS-CC-ID-ALUNO.
           MOVE ZEROS       TO WS-CC-VALOR.
           CALL 'PGCTACOR' USING WS-PARM-CTACOR.
           IF WS-CC-SALDO IS GREATER THAN ZEROS THEN
               MOVE 'CTACOR'    TO WS-MC-ARQUIVO
               MOVE WS-CC-SALDO TO WS-VL-MASCARA-ED
               PERFORM P596-MASCARA-VALOR THRU P596-MASCARA-VALOR-FIM
               DISPLAY 'SALDO CREDOR (CONTA CORRENTE): '
                       FUNCTION TRIM (WS-MC-SAIDA)
               END-DISPLAY
           END-IF.
       P530-MOSTRA-MENSALIDADE-FIM.

       P535-LE-COBRANCA.
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       IF DT-PAGAMENTO EQUAL ZEROS THEN
                           PERFORM P537-MOSTRA-COBRANCA
                                   THRU P537-MOSTRA-COBRANCA-FIM
                       ELSE
                           IF ST-NEGAT-A-EXCLUIR THEN
                               DISPLAY 'COMPETENCIA ' COMPETENCIA
                                       ' PAGA EM ' DT-PAGAMENTO
                               END-DISPLAY
                               PERFORM P538-MOSTRA-NEGATIVACAO
                                       THRU P538-MOSTRA-NEGATIVACAO-FIM
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       P535-LE-COBRANCA-FIM.

       P537-MOSTRA-COBRANCA.
           ADD 1 TO WS-QTD-ABERTAS.
           COMPUTE WS-VL-SALDO-COBR = VL-MENSALIDADE + VL-MULTA
                                    + VL-JUROS - VL-PAGO.
           IF WS-VL-SALDO-COBR IS LESS THAN ZEROS THEN
               MOVE ZEROS TO WS-VL-SALDO-COBR
           END-IF.
           MOVE WS-VL-SALDO-COBR TO WS-VL-SALDO-EDIT.
           MOVE 'MENSALID'       TO WS-MC-ARQUIVO.
           MOVE WS-VL-SALDO-EDIT TO WS-VL-MASCARA-ED.
           PERFORM P596-MASCARA-VALOR THRU P596-MASCARA-VALOR-FIM.
           MOVE WS-MC-SAIDA      TO WS-EX-VALOR.
           IF VL-PAGO IS GREATER THAN ZEROS THEN
               MOVE VL-PAGO      TO WS-VL-MASCARA-ED
               PERFORM P596-MASCARA-VALOR THRU P596-MASCARA-VALOR-FIM
               MOVE WS-MC-SAIDA  TO WS-EX-PAGO
               DISPLAY 'COMPETENCIA ' COMPETENCIA
                       ' VALOR ' WS-EX-VALOR
                       ' VENCIMENTO ' DT-VENCIMENTO
                       ' PAGO PARC ' WS-EX-PAGO
               END-DISPLAY
           ELSE
               DISPLAY 'COMPETENCIA ' COMPETENCIA
                       ' VALOR ' WS-EX-VALOR
                       ' VENCIMENTO ' DT-VENCIMENTO
               END-DISPLAY
           END-IF.
           PERFORM P538-MOSTRA-NEGATIVACAO
                   THRU P538-MOSTRA-NEGATIVACAO-FIM.
       P537-MOSTRA-COBRANCA-FIM.

      *VALOR FINANCEIRO (JA EDITADO EM WS-VL-MASCARA-ED) PELA CLASSE
      *DE SALDOS EM ABERTO.
       P596-MASCARA-VALOR.
           MOVE 'F'              TO WS-MC-CLASSE.
           MOVE WS-VL-MASCARA-ED TO WS-MC-VALOR.
           PERFORM P595-MASCARA THRU P595-MASCARA-FIM.
       P596-MASCARA-VALOR-FIM.

      *SITUACAO DA COBRANCA NA NEGATIVACAO DO BIRO DE CREDITO
      *(NTFINNEG), QUANDO HOUVER.
       P538-MOSTRA-NEGATIVACAO.
           EVALUATE TRUE
               WHEN ST-NEGAT-AVISADA
                   DISPLAY '   NEGATIVACAO: AVISO PREVIO ENVIADO EM '
                           DT-AVISO-NEGAT
                   END-DISPLAY
               WHEN ST-NEGAT-INCLUIDA
                   MOVE 'C'             TO WS-MC-CLASSE
                   MOVE CPF-NEGATIVACAO TO WS-MC-VALOR
                   PERFORM P595-MASCARA THRU P595-MASCARA-FIM
                   DISPLAY '   NEGATIVACAO: INCLUIDA NO BIRO EM '
                           DT-INCLUSAO-NEGAT ' CPF ' WS-MC-SAIDA (1:14)
                   END-DISPLAY
               WHEN ST-NEGAT-A-EXCLUIR
                   DISPLAY '   NEGATIVACAO: EXCLUSAO DO BIRO PENDENTE '
                           '(REGULARIZADA EM ' DT-BAIXA-NEGAT ')'
                   END-DISPLAY
               WHEN ST-NEGAT-EXCLUIDA
                   DISPLAY '   NEGATIVACAO: EXCLUIDA DO BIRO EM '
                           DT-EXCLUSAO-NEGAT
                   END-DISPLAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       P538-MOSTRA-NEGATIVACAO-FIM.

      *VINCULOS DO ALUNO (RESPONSAVEL, EMERGENCIA, FINANCEIRO).
       P540-MOSTRA-VINCULOS.
           DISPLAY '===== VINCULOS ====='
                   DISPLAY '(SEM FICHA DE SAUDE CADASTRADA)'
                   END-DISPLAY
               NOT INVALID KEY
                   PERFORM P555-MASCARA-SAUDE
                           THRU P555-MASCARA-SAUDE-FIM
                   DISPLAY 'TIPO SANGUINEO: ' WS-EX-SANGUE
                   END-DISPLAY
                   DISPLAY 'ALERGIAS......: ' WS-EX-ALERGIAS
                   END-DISPLAY
                   DISPLAY 'MEDICACAO.....: ' WS-EX-MEDICACAO
                   END-DISPLAY
                   DISPLAY 'PLANO.........: ' NM-PLANO-SAUDE ' '
                           WS-EX-NR-PLANO
                   END-DISPLAY
                   DISPLAY 'ALERTA........: ' WS-EX-ALERTA
                   END-DISPLAY
           END-READ.
       P550-MOSTRA-SAUDE-FIM.
           EXIT.

       P555-MASCARA-SAUDE.
           MOVE 'SAUDE'         TO WS-MC-ARQUIVO.
           MOVE 'S'             TO WS-MC-CLASSE.
           MOVE TP-SANGUINEO    TO WS-MC-VALOR.
           PERFORM P595-MASCARA THRU P595-MASCARA-FIM.
           MOVE WS-MC-SAIDA     TO WS-EX-SANGUE.
           MOVE DS-ALERGIAS     TO WS-MC-VALOR.
           PERFORM P595-MASCARA THRU P595-MASCARA-FIM.
           MOVE WS-MC-SAIDA     TO WS-EX-ALERGIAS.
           MOVE DS-MEDICACAO    TO WS-MC-VALOR.
           PERFORM P595-MASCARA THRU P595-MASCARA-FIM.
           MOVE WS-MC-SAIDA     TO WS-EX-MEDICACAO.
           MOVE NR-PLANO-SAUDE  TO WS-MC-VALOR.
           PERFORM P595-MASCARA THRU P595-MASCARA-FIM.
           MOVE WS-MC-SAIDA     TO WS-EX-NR-PLANO.
           MOVE DS-ALERTA-SAUDE TO WS-MC-VALOR.
           PERFORM P595-MASCARA THRU P595-MASCARA-FIM.
           MOVE WS-MC-SAIDA     TO WS-EX-ALERTA.
       P555-MASCARA-SAUDE-FIM.

       P545-LE-VINCULO.
           READ RESPONSAVEIS NEXT RECORD
               AT END
           END-READ.
       P545-LE-VINCULO-FIM.

      *REQUERIMENTOS AINDA EM ABERTO DO ALUNO, PELA CHAVE ALTERNATIVA
      *DO PROTOCOLO; OS ENCERRADOS FICAM NA CONSULTA DO NTREQMAN.
       P560-MOSTRA-REQUERIMENTOS.
           DISPLAY '===== REQUERIMENTOS EM ABERTO ====='
           END-DISPLAY.
           MOVE ZEROS TO WS-QTD-REQUER.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           SET WS-EOF-VARRE-OK TO FALSE.
           IF NOT WS-FS-RQ-OK THEN
               SET WS-EOF-VARRE-OK TO TRUE
           END-IF.
           MOVE WS-ID-ALUNO TO ID-ALUNO-REQ.
           IF NOT WS-EOF-VARRE-OK THEN
               START REQUER KEY IS NOT LESS THAN ID-ALUNO-REQ
                   INVALID KEY
                       SET WS-EOF-VARRE-OK TO TRUE
               END-START
           END-IF.
           PERFORM P565-LE-REQUERIMENTO
                   THRU P565-LE-REQUERIMENTO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           IF WS-QTD-REQUER EQUAL ZEROS THEN
               DISPLAY '(SEM REQUERIMENTOS EM ABERTO)'
               END-DISPLAY
           END-IF.
       P560-MOSTRA-REQUERIMENTOS-FIM.

       P565-LE-REQUERIMENTO.
           READ REQUER NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-REQ NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       IF ST-REQUER-EM-ABERTO THEN
                           ADD 1 TO WS-QTD-REQUER
                           IF DT-PRAZO-REQ IS LESS THAN WS-DH-DATA THEN
                               MOVE '** PRAZO VENCIDO' TO WS-AVISO-PRAZO
                           ELSE
                               MOVE SPACES TO WS-AVISO-PRAZO
                           END-IF
                           DISPLAY 'PROTOCOLO ' AA-PROTOCOLO-REQ
                                   NR-SEQ-REQ ' TIPO ' CD-TIPO-REQ
                                   ' SIT ' ST-REQUER
                                   ' DEPTO ' CD-DEPTO-REQ
                                   ' PRAZO ' DT-PRAZO-REQ ' '
                                   WS-AVISO-PRAZO
                           END-DISPLAY
                       END-IF
                   END-IF
           END-READ.
       P565-LE-REQUERIMENTO-FIM.

      *ULTIMOS ATENDIMENTOS LIGADOS AO ALUNO, PELA CHAVE ALTERNATIVA
      *DO REGISTRO; O HISTORICO COMPLETO FICA NO NTATDMAN.
       P570-MOSTRA-ATENDIMENTOS.
           DISPLAY '===== ULTIMOS ATENDIMENTOS ====='
           END-DISPLAY.
           MOVE ZEROS TO WS-QT-ULTIMOS.
           SET WS-EOF-VARRE-OK TO FALSE.
           IF NOT WS-FS-ATD-OK THEN
               SET WS-EOF-VARRE-OK TO TRUE
           END-IF.
           MOVE WS-ID-ALUNO TO ID-ALUNO-ATD.
           IF NOT WS-EOF-VARRE-OK THEN
               START ATENDIMENTOS KEY IS NOT LESS THAN ID-ALUNO-ATD
                   INVALID KEY
                       SET WS-EOF-VARRE-OK TO TRUE
               END-START
           END-IF.
           PERFORM P575-LE-ATENDIMENTO
                   THRU P575-LE-ATENDIMENTO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           IF WS-QT-ULTIMOS EQUAL ZEROS THEN
               DISPLAY '(SEM ATENDIMENTOS REGISTRADOS)'
               END-DISPLAY
           END-IF.
           PERFORM P578-MOSTRA-ATENDIMENTO
                   THRU P578-MOSTRA-ATENDIMENTO-FIM
                   VARYING WS-IND-ULTIMO FROM 1 BY 1
                   UNTIL WS-IND-ULTIMO IS GREATER THAN WS-QT-ULTIMOS.
       P570-MOSTRA-ATENDIMENTOS-FIM.

      *EMPURRA OS GUARDADOS UMA POSICAO E POE O LIDO NA PRIMEIRA.
       P575-LE-ATENDIMENTO.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO-ATD NOT EQUAL WS-ID-ALUNO THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       MOVE WS-ULTIMO (2)   TO WS-ULTIMO (3)
                       MOVE WS-ULTIMO (1)   TO WS-ULTIMO (2)
                       MOVE REG-ATENDIMENTO TO WS-ULTIMO (1)
                       IF WS-QT-ULTIMOS IS LESS THAN 3 THEN
                           ADD 1 TO WS-QT-ULTIMOS
                       END-IF
                   END-IF
           END-READ.
       P575-LE-ATENDIMENTO-FIM.

       P578-MOSTRA-ATENDIMENTO.
           MOVE WS-ULTIMO (WS-IND-ULTIMO) TO REG-ATENDIMENTO.
           DISPLAY DT-ATD ' ' HR-ATD ' CONTATO ' ID-CONTATO-ATD
                   ' CANAL ' CD-CANAL-ATD
                   ' ASSUNTO ' CD-ASSUNTO-ATD
                   ' POR ' ID-OPERADOR-ATD
           END-DISPLAY.
           DISPLAY '   ' DS-RESUMO-ATD-LINHA (1)
           END-DISPLAY.
           IF ST-RETORNO-ATD-EM-ABERTO THEN
               DISPLAY '   RETORNO EM ABERTO PARA ' DT-RETORNO-ATD
                       ' COM ' ID-RESP-RETORNO-ATD
               END-DISPLAY
           END-IF.
       P578-MOSTRA-ATENDIMENTO-FIM.

       P420-FECHA-ARQ.
           CLOSE ALUNOS.
           CLOSE MATRICULA.
           CLOSE RESPONSAVEIS.
           CLOSE CONTATOS.
           CLOSE SAUDE.
           CLOSE REQUER.
           CLOSE ATENDIMENTOS.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
