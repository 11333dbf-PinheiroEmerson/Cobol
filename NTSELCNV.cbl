      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      17/04/2023.
      * Purpose:   CONFIRMACAO DE MATRICULA DO CONVOCADO NO PROCESSO
      *            SELETIVO - NUM UNICO PASSO, PARA O CANDIDATO
      *            CONVOCADO PELO NTSELCHA: GRAVA O ALUNO EM
      *            ALUNOS.DAT COM OS DADOS DA INSCRICAO, O CURSO
      *            (ID-CURSO) E O ANO DO PROCESSO COMO ANO DE
      *            INGRESSO (AA-INGRESSO), COM CODIGO GERADO COMO NO
      *            NTALUINC; EMITE A TAXA DE MATRICULA (TP-COBRANCA
      *            'T' EM MENSALIDADE.DAT) COM O VALOR E O PRAZO DAS
      *            VAGAS DO CURSO (VAGAS.DAT); ABRE O CHECKLIST DE
      *            DOCUMENTOS DO NTDOCMAN (UMA ENTREGA PENDENTE EM
      *            DOCALU.DAT PARA CADA EXIGIDO DO CURSO EM
      *            DOCREQ.DAT); E MARCA O CANDIDATO COMO MATRICULADO
      *            COM O CODIGO DO ALUNO. O CPF QUE JA E DE ALUNO E
      *            RECUSADO. TODAS AS GRAVACOES SAO AUDITADAS.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    19/09/2023 - O ALUNO GRAVADO NA CONFIRMACAO ENTRA NA
      *            UNIDADE (CAMPUS) DE LOTACAO DO OPERADOR QUE CONFIRMA
      *            A MATRICULA (PGUNIDAD).
      * Update:    25/09/2023 - A AUDITORIA DA COBRANCA GRAVA A CHAVE
      *            INTEIRA DE MENSALIDADE (ALUNO, COMPETENCIA E TIPO), E
      *            NAO SO AS 10 PRIMEIRAS POSICOES, QUE MISTURAVAM MESES
      *            E TIPOS DE COBRANCA DO MESMO ALUNO. O NUMERO DO
      *            REGISTRO DE AUDITORIA SO E CONFIRMADO NO PGAUDELO
      *            (ACAO 'G') DEPOIS DO WRITE BEM-SUCEDIDO; WRITE QUE
      *            FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTSELCNV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-CANDIDATO
           FILE  STATUS IS WS-FS-CAN.

           SELECT VAGAS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-VAGA
           FILE  STATUS IS WS-FS-V.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT MENSALIDADE
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MENSALIDADE
           FILE  STATUS IS WS-FS-F.

           SELECT DOCREQ
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-DOCREQ
           FILE  STATUS IS WS-FS-DR.

           SELECT DOCALU
           ASSIGN TO WS-CAMINHO-DOCALU
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-DOCALU
           FILE  STATUS IS WS-FS-DA.

           SELECT AUDITORIA
           ASSIGN TO WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATO.
           COPY CFPK0058.

       FD  VAGAS.
           COPY CFPK0059.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  MENSALIDADE.
           COPY CFPK0008.

       FD  DOCREQ.
           COPY CFPK0033.

       FD  DOCALU.
           COPY CFPK0034.

       FD  AUDITORIA.
           COPY CFPK0006.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHOS DAS ENTREGAS DE DOCUMENTOS E DA AUDITORIA. NAO USAM
      *OS SLOTS DE CFCFG001 PORQUE ESTE PROGRAMA JA OCUPA TODOS ELES.
       01  WS-CAMINHO-DOCALU           PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-AUDITORIA        PIC X(80) VALUE SPACES.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

       77  WS-AA-PROCESSO              PIC 9(04) VALUE ZEROS.
       77  WS-ID-CANDIDATO             PIC 9(05) VALUE ZEROS.
       77  WS-ID-ALUNO                 PIC 9(05) VALUE ZEROS.
       77  WS-MAIOR-ID-ALUNO           PIC 9(05) VALUE ZEROS.
       77  WS-DT-VENCIMENTO            PIC 9(08) VALUE ZEROS.
       77  WS-QT-DIAS-VENC             PIC 9(02) VALUE ZEROS.
       77  WS-VL-TAXA-EDITADO          PIC ZZ.ZZ9,99.
       77  WS-QTD-DOCUMENTOS           PIC 9(03) VALUE ZEROS.

       77  WS-EXIT                     PIC X.
           88 WS-EXIT-OK               VALUE 'S' FALSE 'N'.
       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-TAXA-EMITIDA             PIC X.
           88 WS-TAXA-EMITIDA-OK       VALUE 'S' FALSE 'N'.
       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.

       01  WS-REG-ANTES                PIC X(250) VALUE SPACES.

      *PARAMETROS DA GRAVACAO GENERICA DE AUDITORIA.
       77  WS-AUD-ARQUIVO              PIC X(10) VALUE SPACES.
       77  WS-AUD-OPERACAO             PIC X(10) VALUE SPACES.
       77  WS-AUD-CHAVE                PIC X(20) VALUE SPACES.
       01  WS-AUD-DEPOIS               PIC X(250) VALUE SPACES.

       77  WS-FS-CAN                   PIC 99.
           88 WS-FS-CAN-OK             VALUE 0.
       77  WS-FS-V                     PIC 99.
           88 WS-FS-V-OK               VALUE 0.
      *AREA DA ROTINA DE UNIDADES (PGUNIDAD): A LOTACAO DO OPERADOR
      *E A UNIDADE DO ALUNO NOVO.
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).

       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-F                     PIC 99.
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-DR                    PIC 99.
           88 WS-FS-DR-OK              VALUE 0.
       77  WS-FS-DA                    PIC 99.
           88 WS-FS-DA-OK              VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
           03 WS-COM-OPERADOR          PIC X(10).

       PROCEDURE DIVISION
           USING LK-COM-AREA.
       MAIN-PROCEDURE.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           PERFORM P100-INICIO     THRU P100-INICIO-FIM.
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM
                   UNTIL WS-EXIT-OK.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-CAN WS-FS-V WS-FS-A WS-FS-F WS-FS-DR
                      WS-FS-DA WS-FS-AUD WS-AA-PROCESSO
                      WS-ID-CANDIDATO WS-ID-ALUNO WS-MAIOR-ID-ALUNO
                      WS-DT-VENCIMENTO WS-QT-DIAS-VENC
                      WS-QTD-DOCUMENTOS WS-REG-ANTES WS-AUD-ARQUIVO
                      WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DEPOIS
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EXIT-OK              TO FALSE.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DO PROCESSO SELETIVO, DOS MESTRES, DOS
      *DOCUMENTOS E DA AUDITORIA A PARTIR DO DIRETORIO BASE.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CANDIDATO.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\VAGAS.DAT'     DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MENSALIDADE.DAT'
                                                    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DOCREQ.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\DOCALU.DAT'    DELIMITED BY SIZE
                  INTO WS-CAMINHO-DOCALU
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-AUDITORIA
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O CANDIDATO.
           IF NOT WS-FS-CAN-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT VAGAS.
           IF NOT WS-FS-V-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O ALUNOS.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-A-OK THEN
               OPEN OUTPUT ALUNOS
               CLOSE ALUNOS
               OPEN I-O ALUNOS
           END-IF.
           OPEN I-O MENSALIDADE.
           IF NOT WS-FS-F-OK THEN
               OPEN OUTPUT MENSALIDADE
               CLOSE MENSALIDADE
               OPEN I-O MENSALIDADE
           END-IF.
           OPEN INPUT DOCREQ.
           IF NOT WS-FS-DR-OK THEN
               DISPLAY 'TABELA DE DOCUMENTOS EXIGIDOS NAO ENCONTRADA;'
                       ' CHECKLIST NAO SERA ABERTO.'
               END-DISPLAY
           END-IF.
           OPEN I-O DOCALU.
           IF NOT WS-FS-DA-OK THEN
               OPEN OUTPUT DOCALU
               CLOSE DOCALU
               OPEN I-O DOCALU
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P500-CONFIRMA THRU P500-CONFIRMA-FIM.
           DISPLAY 'TECLE: '
                   '<QUALQUER TECLA> PARA OUTRA CONFIRMACAO, OU'
                   ' <S> PARA SAIR'
           END-DISPLAY.
           ACCEPT WS-EXIT
           END-ACCEPT.
       P200-PROCESSA-FIM.

      *CONFERE O CANDIDATO E, CONFIRMADO PELO OPERADOR, EXECUTA AS
      *QUATRO GRAVACOES NA ORDEM: ALUNO, TAXA, CHECKLIST E
      *CANDIDATO. SEM O ALUNO GRAVADO NADA MAIS E FEITO.
       P500-CONFIRMA.
           DISPLAY 'CONFIRMACAO DE MATRICULA. INFORME:'
           END-DISPLAY.
           DISPLAY 'O ANO DO PROCESSO (AAAA)...............: '
           END-DISPLAY.
           ACCEPT WS-AA-PROCESSO
           END-ACCEPT.
           DISPLAY 'O NUMERO DO CANDIDATO..................: '
           END-DISPLAY.
           ACCEPT WS-ID-CANDIDATO
           END-ACCEPT.
           MOVE WS-AA-PROCESSO  TO AA-PROCESSO-CAN.
           MOVE WS-ID-CANDIDATO TO ID-CANDIDATO.
           READ CANDIDATO
               INVALID KEY
                   DISPLAY 'CANDIDATO NAO LOCALIZADO.'
                   END-DISPLAY
                   GO TO P500-CONFIRMA-FIM
           END-READ.
           IF NOT ST-CANDIDATO-CONVOCADO THEN
               DISPLAY 'CANDIDATO NAO ESTA CONVOCADO; MATRICULA '
                       'RECUSADA.'
               END-DISPLAY
               GO TO P500-CONFIRMA-FIM
           END-IF.
           MOVE AA-PROCESSO-CAN TO AA-PROCESSO-VAG.
           MOVE ID-CURSO-CAN    TO ID-CURSO-VAG.
           READ VAGAS
               INVALID KEY
                   DISPLAY 'VAGAS DO CURSO NAO LOCALIZADAS.'
                   END-DISPLAY
                   GO TO P500-CONFIRMA-FIM
           END-READ.
           MOVE CPF-CANDIDATO TO CPF-ALUNO OF REG-ALUNO.
           READ ALUNOS
               KEY IS CPF-ALUNO OF REG-ALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'CPF JA CADASTRADO PARA O ALUNO '
                           ID-ALUNO OF REG-ALUNO ' - '
                           NM-ALUNO OF REG-ALUNO
                           '. MATRICULA RECUSADA.'
                   END-DISPLAY
                   GO TO P500-CONFIRMA-FIM
           END-READ.
           MOVE VL-TAXA-MATRICULA-VAG TO WS-VL-TAXA-EDITADO.
           DISPLAY 'CANDIDATO ' ID-CANDIDATO ' - ' NM-CANDIDATO
           END-DISPLAY.
           DISPLAY 'CURSO ' ID-CURSO-CAN ' - CHAMADA '
                   NR-CHAMADA-CAN ' - TAXA DE MATRICULA '
                   WS-VL-TAXA-EDITADO
           END-DISPLAY.
           DISPLAY 'CONFIRMA A MATRICULA (S/N)? '
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               DISPLAY 'MATRICULA NAO CONFIRMADA.'
               END-DISPLAY
               GO TO P500-CONFIRMA-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM P510-GRAVA-ALUNO THRU P510-GRAVA-ALUNO-FIM.
           IF NOT WS-FS-A-OK THEN
               GO TO P500-CONFIRMA-FIM
           END-IF.
           PERFORM P530-EMITE-TAXA THRU P530-EMITE-TAXA-FIM.
           PERFORM P540-ABRE-CHECKLIST THRU P540-ABRE-CHECKLIST-FIM.
           PERFORM P550-MARCA-CANDIDATO
                   THRU P550-MARCA-CANDIDATO-FIM.
           DISPLAY '*** MATRICULA CONFIRMADA ***'
           END-DISPLAY.
           DISPLAY 'ALUNO GERADO.............: ' WS-ID-ALUNO
           END-DISPLAY.
           IF WS-TAXA-EMITIDA-OK THEN
               DISPLAY 'TAXA DE MATRICULA VENCE EM: ' WS-DT-VENCIMENTO
               END-DISPLAY
           END-IF.
           DISPLAY 'DOCUMENTOS A ENTREGAR....: ' WS-QTD-DOCUMENTOS
                   ' (CHECKLIST NO NTDOCMAN)'
           END-DISPLAY.
       P500-CONFIRMA-FIM.
           EXIT.

      *GRAVA O ALUNO COM OS DADOS DA INSCRICAO. O CODIGO E O MAIOR
      *JA CADASTRADO MAIS UM, COMO NO NTALUINC.
       P510-GRAVA-ALUNO.
           PERFORM P515-GERA-PROXIMO-ID THRU P515-GERA-PROXIMO-ID-FIM.
           MOVE WS-ID-ALUNO       TO ID-ALUNO OF REG-ALUNO.
           MOVE NM-CANDIDATO      TO NM-ALUNO OF REG-ALUNO.
           MOVE TL-CANDIDATO      TO TL-ALUNO.
           MOVE DT-NASC-CANDIDATO TO DT-NASC-ALUNO.
           MOVE CPF-CANDIDATO     TO CPF-ALUNO OF REG-ALUNO.
           MOVE PAIS-CANDIDATO    TO PAIS-ALUNO.
           MOVE DS-CANDIDATO      TO DS-ALUNO.
           MOVE ZEROS             TO FONEAREA-ADIC (1).
           MOVE ZEROS             TO FONENUMERO-ADIC (1).
           MOVE ZEROS             TO FONEAREA-ADIC (2).
           MOVE ZEROS             TO FONENUMERO-ADIC (2).
           MOVE ID-CURSO-CAN      TO ID-CURSO.
           MOVE AA-PROCESSO-CAN   TO AA-INGRESSO.
           MOVE WS-COM-OPERADOR   TO WS-UN-OPERADOR.
           MOVE ZEROS             TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           MOVE WS-UN-LOTACAO     TO CD-UNIDADE-ALUNO.
           SET ST-MENSALIDADE-ADIMPLENTE TO TRUE.
           SET ST-ALUNO-ATIVO     TO TRUE.
           WRITE REG-ALUNO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ALUNO. FILE STATUS: '
                           WS-FS-A '. MATRICULA NAO FEITA.'
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE SPACES      TO WS-REG-ANTES
                   MOVE 'ALUNOS'    TO WS-AUD-ARQUIVO
                   MOVE 'INCLUSAO'  TO WS-AUD-OPERACAO
                   MOVE WS-ID-ALUNO TO WS-AUD-CHAVE
                   MOVE REG-ALUNO   TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-WRITE.
       P510-GRAVA-ALUNO-FIM.

       P515-GERA-PROXIMO-ID.
           MOVE ZEROS TO WS-MAIOR-ID-ALUNO.
           SET WS-EOF-VARRE-OK         TO FALSE.
           MOVE ZEROS TO ID-ALUNO OF REG-ALUNO.
           START ALUNOS KEY IS NOT LESS THAN ID-ALUNO OF REG-ALUNO
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P518-LE-MAIOR-ID THRU P518-LE-MAIOR-ID-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           COMPUTE WS-ID-ALUNO = WS-MAIOR-ID-ALUNO + 1.
       P515-GERA-PROXIMO-ID-FIM.

       P518-LE-MAIOR-ID.
           READ ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   MOVE ID-ALUNO OF REG-ALUNO TO WS-MAIOR-ID-ALUNO
           END-READ.
       P518-LE-MAIOR-ID-FIM.

      *EMITE A TAXA DE MATRICULA NA COMPETENCIA CORRENTE, COM O
      *VALOR DAS VAGAS DO CURSO E VENCIMENTO NO PRAZO CADASTRADO
      *(5 DIAS QUANDO NAO INFORMADO), COMO A EMISSAO AVULSA DO
      *NTFINTAX. CURSO SEM TAXA NAO GERA COBRANCA.
       P530-EMITE-TAXA.
           SET WS-TAXA-EMITIDA-OK TO FALSE.
           IF VL-TAXA-MATRICULA-VAG EQUAL ZEROS THEN
               GO TO P530-EMITE-TAXA-FIM
           END-IF.
           MOVE QT-DIAS-VENC-TAXA-VAG TO WS-QT-DIAS-VENC.
           IF WS-QT-DIAS-VENC EQUAL ZEROS THEN
               MOVE 5 TO WS-QT-DIAS-VENC
           END-IF.
           COMPUTE WS-DT-VENCIMENTO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DH-DATA)
                + WS-QT-DIAS-VENC).
           MOVE WS-ID-ALUNO     TO ID-ALUNO OF CH-MENSALIDADE.
           MOVE WS-DH-ANO       TO CP-ANO.
           MOVE WS-DH-MES       TO CP-MES.
           SET TP-COBRANCA-MATRICULA TO TRUE.
           MOVE VL-TAXA-MATRICULA-VAG TO VL-MENSALIDADE.
           MOVE WS-DT-VENCIMENTO TO DT-VENCIMENTO.
           MOVE ZEROS           TO DT-PAGAMENTO.
           MOVE ZEROS           TO VL-PAGO.
           MOVE ZEROS           TO NR-ACORDO.
           MOVE ZEROS           TO VL-MULTA.
           MOVE ZEROS           TO VL-JUROS.
           MOVE ZEROS           TO VL-DESCONTO-PONT.
           MOVE SPACES          TO TP-PRORATA.
           MOVE ZEROS           TO DT-INICIO-PRORATA.
           MOVE ZEROS           TO QT-DIAS-PRORATA.
           MOVE ZEROS           TO QT-DIAS-BASE-PRORATA.
           MOVE ZEROS           TO VL-INTEGRAL-PRORATA.
           MOVE ZEROS           TO DT-BAIXA-PERDA.
           MOVE ZEROS           TO VL-BAIXA-PERDA.
           MOVE ZEROS           TO DT-RECUPERACAO.
           MOVE ZEROS           TO VL-RECUPERADO.
           MOVE ZEROS           TO VL-RECUPERADO-MES.
           MOVE SPACES          TO ST-NEGATIVACAO.
           MOVE ZEROS           TO DT-AVISO-NEGAT.
           MOVE ZEROS           TO DT-INCLUSAO-NEGAT.
           MOVE ZEROS           TO DT-BAIXA-NEGAT.
           MOVE ZEROS           TO DT-EXCLUSAO-NEGAT.
           MOVE ZEROS           TO CPF-NEGATIVACAO.
           MOVE ZEROS           TO VL-NEGATIVADO.
           MOVE ZEROS           TO NR-PASSO-REGUA.
           MOVE ZEROS           TO DT-PASSO-REGUA.
           MOVE SPACES          TO ST-COBRANCA.
           WRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO EMITIR A TAXA DE MATRICULA. FILE '
                           'STATUS: ' WS-FS-F '. EMITIR PELO NTFINTAX.'
                   END-DISPLAY
               NOT INVALID KEY
                   SET WS-TAXA-EMITIDA-OK TO TRUE
                   MOVE SPACES          TO WS-REG-ANTES
                   MOVE 'MENSALIDA'     TO WS-AUD-ARQUIVO
                   MOVE 'INCLUSAO'      TO WS-AUD-OPERACAO
                   MOVE CH-MENSALIDADE  TO WS-AUD-CHAVE
                   MOVE REG-MENSALIDADE TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-WRITE.
       P530-EMITE-TAXA-FIM.
           EXIT.

      *ABRE O CHECKLIST DO NTDOCMAN: UMA ENTREGA SEM DATA
      *(DT-ENTREGA-DOC ZERADA = PENDENTE) PARA CADA DOCUMENTO EXIGIDO
      *DO CURSO. A ENTREGA DE FATO E REGISTRADA DEPOIS NO NTDOCMAN.
       P540-ABRE-CHECKLIST.
           MOVE ZEROS TO WS-QTD-DOCUMENTOS.
           IF NOT WS-FS-DR-OK THEN
               GO TO P540-ABRE-CHECKLIST-FIM
           END-IF.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE ID-CURSO-CAN TO ID-CURSO-DOC.
           MOVE SPACES       TO CD-DOCUMENTO.
           START DOCREQ KEY IS NOT LESS THAN CH-DOCREQ
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P545-GRAVA-PENDENTE THRU P545-GRAVA-PENDENTE-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P540-ABRE-CHECKLIST-FIM.
           EXIT.

       P545-GRAVA-PENDENTE.
           READ DOCREQ NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF ID-CURSO-DOC NOT EQUAL ID-CURSO-CAN THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       MOVE WS-ID-ALUNO     TO ID-ALUNO-DOC
                       MOVE CD-DOCUMENTO    TO CD-DOCUMENTO-ALU
                       MOVE ZEROS           TO DT-ENTREGA-DOC
                       MOVE WS-COM-OPERADOR TO ID-OPERADOR-DOC
                       WRITE REG-DOCALU
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-DOCUMENTOS
                       END-WRITE
                   END-IF
           END-READ.
       P545-GRAVA-PENDENTE-FIM.

      *FECHA O CICLO DO CANDIDATO COM O CODIGO DO ALUNO GERADO.
       P550-MARCA-CANDIDATO.
           MOVE REG-CANDIDATO TO WS-REG-ANTES.
           SET ST-CANDIDATO-MATRICULADO TO TRUE.
           MOVE WS-ID-ALUNO TO ID-ALUNO-CAN.
           MOVE WS-DH-DATA  TO DT-MATRICULA-CAN.
           REWRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CANDIDATO. FILE '
                           'STATUS: ' WS-FS-CAN
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE 'CANDIDATO'   TO WS-AUD-ARQUIVO
                   MOVE 'MATRICULA'   TO WS-AUD-OPERACAO
                   MOVE CH-CANDIDATO  TO WS-AUD-CHAVE
                   MOVE REG-CANDIDATO TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P550-MARCA-CANDIDATO-FIM.

      *A DATA E A HORA DA AUDITORIA SAO AS DA CONFIRMACAO, TOMADAS
      *EM P500, PARA QUE AS QUATRO GRAVACOES SAIAM COM O MESMO
      *CARIMBO.
       P610-GRAVA-AUDITORIA.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE WS-AUD-ARQUIVO      TO NM-ARQUIVO-AUDITORIA.
           MOVE WS-AUD-OPERACAO     TO TP-OPERACAO-AUDITORIA.
           MOVE WS-AUD-CHAVE        TO CH-REGISTRO-AUDITORIA.
           MOVE WS-REG-ANTES        TO DS-ANTES-AUDITORIA.
           MOVE WS-AUD-DEPOIS       TO DS-DEPOIS-AUDITORIA.
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
       P610-GRAVA-AUDITORIA-FIM.

       P420-FECHA-ARQ.
           CLOSE CANDIDATO.
           CLOSE VAGAS.
           CLOSE ALUNOS.
           CLOSE MENSALIDADE.
           CLOSE DOCREQ.
           CLOSE DOCALU.
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS CANDIDATO: ' WS-FS-CAN
           END-DISPLAY.
           DISPLAY 'FILE STATUS VAGAS....: ' WS-FS-V
           END-DISPLAY.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTSELCNV.
