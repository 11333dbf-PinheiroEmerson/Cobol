      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      10/07/2023.
      * Purpose:   ARQUIVO DIARIO DE SINCRONIZACAO COM A PLATAFORMA DE
      *            ENSINO ONLINE (LMSSYNC.TXT) - DIZ A PLATAFORMA QUEM
      *            ESTA EM CADA TURMA: AS OFERTAS/TURMAS (TURMAS.DAT,
      *            COM O NOME DA MATERIA), OS PROFESSORES DE CADA
      *            TURMA (TITULAR DA OFERTA EM MATERIAS.DAT/
      *            PROFESSOR.DAT E SUBSTITUTOS EM EXERCICIO NA DATA EM
      *            SUBPROF.DAT) E OS ALUNOS COM MATRICULA ATIVA NA
      *            TURMA (MATRICULA.DAT), SO DE ALUNO ATIVO E DE
      *            PERIODO NAO ENCERRADO NO CALENDARIO. CADA ITEM SAI
      *            COM A ACAO CALCULADA CONTRA A FOTOGRAFIA DO ENVIO
      *            ANTERIOR (LMSFOTO.DAT/CFPK0077), NA MESMA CONVENCAO
      *            DO MODO DELTA DO NTALUEXP: A=INCLUIDO, C=ALTERADO,
      *            D=EXCLUIDO. ASSIM, MATRICULA TRANCADA, TRANSFERENCIA
      *            DE TURMA (NTMATTUR) OU ALUNO DESATIVADO TIRAM O
      *            ACESSO NA MANHA SEGUINTE. O ARQUIVO TEM CABECALHO
      *            (TIPO 0, COM A DATA/HORA DESTE ENVIO E DO ANTERIOR)
      *            E TRAILER DE CONTROLE (TIPO 9, COM A QUANTIDADE POR
      *            ACAO, DE DETALHES E DE REGISTROS) PARA A PLATAFORMA
      *            CONFERIR QUE RECEBEU O ARQUIVO INTEIRO. O PARAMETRO
      *            LMS-RESSINCRONIZA = 1 REENVIA TUDO O QUE EXISTE COMO
      *            INCLUSAO (RECARGA DA PLATAFORMA). RODA NO FECHAMENTO
      *            NOTURNO (NTEODRUN), COM LOG DE JOBS (PGJOBLOG).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTLMSEXP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-TURMA-OFERTA
           FILE  STATUS IS WS-FS-U.

           SELECT MATERIAS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-MATERIA
           FILE  STATUS IS WS-FS-M.

           SELECT MATRICULA
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT ALUNOS
           ASSIGN TO WS-CFG-CAMINHO-04
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-ALUNO OF REG-ALUNO
           ALTERNATE RECORD KEY IS CPF-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS NM-ALUNO OF REG-ALUNO
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-A.

           SELECT LMSFOTO
           ASSIGN TO WS-CFG-CAMINHO-05
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-LMSFOTO
           FILE  STATUS IS WS-FS-LMS.

           SELECT PROFESSOR
           ASSIGN TO WS-CAMINHO-PROFESSOR
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS ID-PROFESSOR OF REG-PROFESSOR
           FILE  STATUS IS WS-FS-P.

           SELECT SUBPROF
           ASSIGN TO WS-CAMINHO-SUBPROF
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-SUBPROF
           FILE  STATUS IS WS-FS-SUB.

           SELECT CALENDARIO
           ASSIGN TO WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-CALENDARIO
           FILE  STATUS IS WS-FS-CAL.

           SELECT SINCRONIA
           ASSIGN TO WS-CAMINHO-SINCRONIA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-SIN.

           SELECT PONTO-ENVIO
           ASSIGN TO WS-CAMINHO-PONTO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-PTO.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS.
           COPY CFPK0021.

       FD  MATERIAS.
           COPY CFPK0002.

       FD  MATRICULA.
           COPY CFPK0005.

       FD  ALUNOS.
           COPY CFPK0001.

       FD  LMSFOTO.
           COPY CFPK0077.

       FD  PROFESSOR.
           COPY CFPK0010.

       FD  SUBPROF.
           COPY CFPK0038.

       FD  CALENDARIO.
           COPY CFPK0022.

       FD  SINCRONIA.
       01  REG-SINCRONIA               PIC X(110).

       FD  PONTO-ENVIO.
       01  REG-PONTO-ENVIO             PIC 9(14).

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

      *CAMINHOS ALEM DOS CINCO SLOTS DE CFCFG001, JA TODOS OCUPADOS.
       01  WS-CAMINHO-PROFESSOR        PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-SUBPROF          PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-CALENDARIO       PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-SINCRONIA        PIC X(80) VALUE SPACES.
       01  WS-CAMINHO-PONTO            PIC X(80) VALUE SPACES.

      *DATA/HORA DESTA EXECUCAO: MARCA OS ITENS VISTOS NA FOTOGRAFIA
      *E VAI NO CABECALHO; A DO ENVIO ANTERIOR VEM DE LMSSYNC.PTO.
       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-EXECUCAO           PIC 9(14).
           03 FILLER                   PIC X(07).
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-DATA               PIC 9(08).
           03 FILLER                   PIC X(13).
       77  WS-DH-ANTERIOR              PIC 9(14) VALUE ZEROS.

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

       77  WS-RESSINCRONIZA            PIC X.
           88 WS-RESSINCRONIZA-OK      VALUE 'S' FALSE 'N'.

      *ITEM MONTADO PARA CONFERENCIA COM A FOTOGRAFIA: CHAVE NO
      *LAYOUT DE CH-LMSFOTO E DADOS NA VISAO DE CADA TIPO.
       01  WS-ITEM-CHAVE.
           03 WS-IT-TIPO               PIC X(01).
           03 WS-IT-ID-MATERIA         PIC 9(05).
           03 WS-IT-ANO-SEMESTRE       PIC 9(05).
           03 WS-IT-CD-TURMA           PIC X(04).
           03 WS-IT-ID-PESSOA          PIC 9(05).
       01  WS-ITEM-DADOS               PIC X(80) VALUE SPACES.
       01  FILLER REDEFINES WS-ITEM-DADOS.
           03 WS-DO-NM-MATERIA         PIC X(20).
           03 WS-DO-SALA               PIC X(06).
           03 WS-DO-TURNO              PIC X(01).
           03 FILLER                   PIC X(53).
       01  FILLER REDEFINES WS-ITEM-DADOS.
           03 WS-DP-PAPEL              PIC X(01).
           03 WS-DP-NM-PROFESSOR       PIC X(30).
           03 WS-DP-EM-PROFESSOR       PIC X(40).
           03 FILLER                   PIC X(09).
       01  FILLER REDEFINES WS-ITEM-DADOS.
           03 WS-DA-NM-ALUNO           PIC X(20).
           03 WS-DA-CPF-ALUNO          PIC 9(11).
           03 FILLER                   PIC X(49).

      *REGISTROS DO ARQUIVO DE SINCRONIZACAO: CABECALHO (TIPO 0),
      *DETALHE (O=OFERTA, P=PROFESSOR, A=ALUNO) E TRAILER (TIPO 9).
       01  WS-SIN-CABECALHO.
           03 WS-SC-TIPO               PIC X(01) VALUE '0'.
           03 WS-SC-ARQUIVO            PIC X(08) VALUE 'LMSSYNC'.
           03 WS-SC-DH-GERACAO         PIC 9(14).
           03 WS-SC-DH-ANTERIOR        PIC 9(14).
           03 WS-SC-RESSINCRONIA       PIC X(01).
           03 FILLER                   PIC X(72) VALUE SPACES.
       01  WS-SIN-DETALHE.
           03 WS-SD-TIPO               PIC X(01).
           03 WS-SD-ACAO               PIC X(01).
           03 WS-SD-ID-MATERIA         PIC 9(05).
           03 WS-SD-ANO-SEMESTRE       PIC 9(05).
           03 WS-SD-CD-TURMA           PIC X(04).
           03 WS-SD-ID-PESSOA          PIC 9(05).
           03 WS-SD-DADOS              PIC X(80).
           03 FILLER                   PIC X(09) VALUE SPACES.
       01  WS-SIN-TRAILER.
           03 WS-ST-TIPO               PIC X(01) VALUE '9'.
           03 WS-ST-QTD-INCLUSOES      PIC 9(07).
           03 WS-ST-QTD-ALTERACOES     PIC 9(07).
           03 WS-ST-QTD-EXCLUSOES      PIC 9(07).
           03 WS-ST-QTD-DETALHES       PIC 9(07).
           03 WS-ST-QTD-REGISTROS      PIC 9(07).
           03 FILLER                   PIC X(74) VALUE SPACES.

       77  WS-ACAO                     PIC X(01) VALUE SPACE.
       77  WS-PAPEL                    PIC X(01) VALUE SPACE.
       77  WS-QTD-INCLUSOES            PIC 9(07) VALUE ZEROS.
       77  WS-QTD-ALTERACOES           PIC 9(07) VALUE ZEROS.
       77  WS-QTD-EXCLUSOES            PIC 9(07) VALUE ZEROS.
       77  WS-QTD-DETALHES             PIC 9(07) VALUE ZEROS.
       77  WS-QTD-REGISTROS            PIC 9(07) VALUE ZEROS.
       77  WS-QTD-ITENS                PIC 9(07) VALUE ZEROS.

       77  WS-PERIODO-ABERTO           PIC X.
           88 WS-PERIODO-ABERTO-OK     VALUE 'S' FALSE 'N'.

       77  WS-EOF-TURMAS               PIC X.
           88 WS-EOF-TURMAS-OK         VALUE 'S' FALSE 'N'.
       77  WS-EOF-SUBPROF              PIC X.
           88 WS-EOF-SUBPROF-OK        VALUE 'S' FALSE 'N'.
       77  WS-EOF-MATRICULA            PIC X.
           88 WS-EOF-MATRICULA-OK      VALUE 'S' FALSE 'N'.
       77  WS-EOF-FOTO                 PIC X.
           88 WS-EOF-FOTO-OK           VALUE 'S' FALSE 'N'.

       77  WS-FS-U                     PIC 99.
           88 WS-FS-U-OK               VALUE 0.
       77  WS-FS-M                     PIC 99.
           88 WS-FS-M-OK               VALUE 0.
       77  WS-FS-R                     PIC 99.
           88 WS-FS-R-OK               VALUE 0.
       77  WS-FS-A                     PIC 99.
           88 WS-FS-A-OK               VALUE 0.
       77  WS-FS-LMS                   PIC 99.
           88 WS-FS-LMS-OK             VALUE 0.
       77  WS-FS-P                     PIC 99.
           88 WS-FS-P-OK               VALUE 0.
       77  WS-FS-SUB                   PIC 99.
           88 WS-FS-SUB-OK             VALUE 0.
       77  WS-FS-CAL                   PIC 99.
           88 WS-FS-CAL-OK             VALUE 0.
       77  WS-FS-SIN                   PIC 99.
           88 WS-FS-SIN-OK             VALUE 0.
       77  WS-FS-PTO                   PIC 99.
           88 WS-FS-PTO-OK             VALUE 0.

      *AREA DO LOG DE JOBS (PGJOBLOG): INICIO CAPTURADO NA ENTRADA E
      *CONTADORES/STATUS GRAVADOS NO ENCERRAMENTO.
       01  WS-PARM-JOBLOG.
           03 WS-JL-PROGRAMA           PIC X(08) VALUE 'NTLMSEXP'.
           03 WS-JL-OPERADOR           PIC X(10) VALUE SPACES.
           03 WS-JL-DH-INICIO          PIC 9(14) VALUE ZEROS.
           03 WS-JL-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
           03 WS-JL-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
           03 WS-JL-STATUS             PIC X(10) VALUE 'CONCLUIDO'.

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
           PERFORM P200-PROCESSA   THRU P200-PROCESSA-FIM.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS-U WS-FS-M WS-FS-R WS-FS-A WS-FS-LMS
                      WS-FS-SIN WS-QTD-INCLUSOES WS-QTD-ALTERACOES
                      WS-QTD-EXCLUSOES WS-QTD-DETALHES
                      WS-QTD-REGISTROS WS-QTD-ITENS
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-ATUAL.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P050-LE-PARAMETROS  THRU P050-LE-PARAMETROS-FIM.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P710-LE-PONTO       THRU P710-LE-PONTO-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *RECARGA DA PLATAFORMA: COM LMS-RESSINCRONIZA = 1, TUDO O QUE
      *EXISTE SAI COMO INCLUSAO, MESMO SEM MUDANCA DESDE O ENVIO
      *ANTERIOR.
       P050-LE-PARAMETROS.
           MOVE 'LMS-RESSINCRONIZA'    TO WS-PL-NOME.
           MOVE ZEROS                  TO WS-PL-PADRAO.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           IF WS-PL-VALOR EQUAL 1 THEN
               SET WS-RESSINCRONIZA-OK TO TRUE
           ELSE
               SET WS-RESSINCRONIZA-OK TO FALSE
           END-IF.
       P050-LE-PARAMETROS-FIM.

      *MONTA OS CAMINHOS DOS MESTRES, DA FOTOGRAFIA, DO ARQUIVO DE
      *SINCRONIZACAO E DO PONTO DO ULTIMO ENVIO.
       P015-MONTA-CAMINHOS.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\TURMAS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATERIAS.DAT'  DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\MATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\ALUNOS.DAT'    DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-04
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\LMSFOTO.DAT'   DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-05
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\PROFESSOR.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-PROFESSOR
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\SUBPROF.DAT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-SUBPROF
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CALENDARIO.DAT' DELIMITED BY SIZE
                  INTO WS-CAMINHO-CALENDARIO
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\LMSSYNC.TXT'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-SINCRONIA
           END-STRING.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\LMSSYNC.PTO'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-PONTO
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN INPUT TURMAS.
           IF NOT WS-FS-U-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT MATERIAS.
           IF NOT WS-FS-M-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT MATRICULA.
           IF NOT WS-FS-R-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN INPUT ALUNOS.
           IF NOT WS-FS-A-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
           OPEN I-O LMSFOTO.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO: O
      *PRIMEIRO ENVIO SAI TODO COMO INCLUSAO.
           IF NOT WS-FS-LMS-OK THEN
               OPEN OUTPUT LMSFOTO
               CLOSE LMSFOTO
               OPEN I-O LMSFOTO
           END-IF.
           IF NOT WS-FS-LMS-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
      *CADASTRO DE PROFESSORES, SUBSTITUICOES E CALENDARIO SAO
      *OPCIONAIS: SEM ELES O PROFESSOR SAI SEM NOME, NAO HA
      *SUBSTITUTO E NENHUM PERIODO ESTA ENCERRADO.
           OPEN INPUT PROFESSOR.
           OPEN INPUT SUBPROF.
           OPEN INPUT CALENDARIO.
           OPEN OUTPUT SINCRONIA.
           IF NOT WS-FS-SIN-OK THEN
               PERFORM P800-ERRO       THRU P800-ERRO-FIM
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           MOVE WS-DH-EXECUCAO TO WS-SC-DH-GERACAO.
           MOVE WS-DH-ANTERIOR TO WS-SC-DH-ANTERIOR.
           IF WS-RESSINCRONIZA-OK THEN
               MOVE 'S' TO WS-SC-RESSINCRONIA
           ELSE
               MOVE 'N' TO WS-SC-RESSINCRONIA
           END-IF.
           MOVE WS-SIN-CABECALHO TO REG-SINCRONIA.
           WRITE REG-SINCRONIA
           END-WRITE.
           ADD 1 TO WS-QTD-REGISTROS.
           PERFORM P300-VARRE-TURMAS   THRU P300-VARRE-TURMAS-FIM.
           PERFORM P500-VARRE-MATRICULAS
                   THRU P500-VARRE-MATRICULAS-FIM.
           PERFORM P600-VARRE-FOTOGRAFIA
                   THRU P600-VARRE-FOTOGRAFIA-FIM.
           PERFORM P700-GRAVA-TRAILER  THRU P700-GRAVA-TRAILER-FIM.
           PERFORM P730-GRAVA-PONTO    THRU P730-GRAVA-PONTO-FIM.
           DISPLAY '*** SINCRONIZACAO COM A PLATAFORMA ONLINE ***'
           END-DISPLAY.
           DISPLAY 'ITENS EXISTENTES.........: ' WS-QTD-ITENS
           END-DISPLAY.
           DISPLAY 'INCLUSOES................: ' WS-QTD-INCLUSOES
           END-DISPLAY.
           DISPLAY 'ALTERACOES...............: ' WS-QTD-ALTERACOES
           END-DISPLAY.
           DISPLAY 'EXCLUSOES................: ' WS-QTD-EXCLUSOES
           END-DISPLAY.
           DISPLAY 'REGISTROS EM LMSSYNC.TXT.: ' WS-QTD-REGISTROS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *OFERTAS/TURMAS DE PERIODO NAO ENCERRADO, COM O PROFESSOR
      *TITULAR DA OFERTA E OS SUBSTITUTOS EM EXERCICIO.
       P300-VARRE-TURMAS.
           SET WS-EOF-TURMAS-OK TO FALSE.
           MOVE ZEROS  TO ID-MATERIA   OF CH-TURMA-OFERTA.
           MOVE ZEROS  TO ANO-SEMESTRE OF CH-TURMA-OFERTA.
           MOVE SPACES TO CD-TURMA.
           START TURMAS KEY IS NOT LESS THAN CH-TURMA-OFERTA
               INVALID KEY
                   SET WS-EOF-TURMAS-OK TO TRUE
           END-START.
           PERFORM P310-LE-TURMA THRU P310-LE-TURMA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TURMAS-OK.
       P300-VARRE-TURMAS-FIM.

       P310-LE-TURMA.
           READ TURMAS NEXT RECORD
               AT END
                   SET WS-EOF-TURMAS-OK TO TRUE
                   GO TO P310-LE-TURMA-FIM
           END-READ.
           PERFORM P460-VERIFICA-PERIODO
                   THRU P460-VERIFICA-PERIODO-FIM.
           IF NOT WS-PERIODO-ABERTO-OK THEN
               GO TO P310-LE-TURMA-FIM
           END-IF.
           MOVE ID-MATERIA   OF CH-TURMA-OFERTA
                TO ID-MATERIA   OF CH-MATERIA.
           MOVE ANO-SEMESTRE OF CH-TURMA-OFERTA
                TO ANO-SEMESTRE OF CH-MATERIA.
           READ MATERIAS
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO NM-MATERIA
                   MOVE ZEROS            TO ID-PROFESSOR OF REG-MATERIA
           END-READ.
           MOVE 'O'                    TO WS-IT-TIPO.
           MOVE ZEROS                  TO WS-IT-ID-PESSOA.
           PERFORM P320-CHAVE-TURMA    THRU P320-CHAVE-TURMA-FIM.
           MOVE SPACES                 TO WS-ITEM-DADOS.
           MOVE NM-MATERIA             TO WS-DO-NM-MATERIA.
           MOVE SALA-TURMA             TO WS-DO-SALA.
           MOVE TURNO-TURMA            TO WS-DO-TURNO.
           PERFORM P550-CONFERE-ITEM   THRU P550-CONFERE-ITEM-FIM.
           IF ID-PROFESSOR OF REG-MATERIA IS GREATER THAN ZEROS THEN
               MOVE ID-PROFESSOR OF REG-MATERIA
                    TO ID-PROFESSOR OF REG-PROFESSOR
               MOVE 'T' TO WS-PAPEL
               PERFORM P340-ITEM-PROFESSOR
                       THRU P340-ITEM-PROFESSOR-FIM
           END-IF.
           PERFORM P330-VARRE-SUBSTITUTOS
                   THRU P330-VARRE-SUBSTITUTOS-FIM.
       P310-LE-TURMA-FIM.
           EXIT.

       P320-CHAVE-TURMA.
           MOVE ID-MATERIA   OF CH-TURMA-OFERTA TO WS-IT-ID-MATERIA.
           MOVE ANO-SEMESTRE OF CH-TURMA-OFERTA TO WS-IT-ANO-SEMESTRE.
           MOVE CD-TURMA                        TO WS-IT-CD-TURMA.
       P320-CHAVE-TURMA-FIM.

      *SUBSTITUTOS DA OFERTA COM A DATA DE HOJE DENTRO DO PERIODO DA
      *SUBSTITUICAO ENTRAM NA TURMA AO LADO DO TITULAR.
       P330-VARRE-SUBSTITUTOS.
           IF NOT WS-FS-SUB-OK THEN
               GO TO P330-VARRE-SUBSTITUTOS-FIM
           END-IF.
           SET WS-EOF-SUBPROF-OK TO FALSE.
           MOVE ID-MATERIA   OF CH-TURMA-OFERTA TO ID-MATERIA-SUB.
           MOVE ANO-SEMESTRE OF CH-TURMA-OFERTA TO ANO-SEMESTRE-SUB.
           MOVE ZEROS                           TO ID-PROFESSOR-SUB.
           START SUBPROF KEY IS NOT LESS THAN CH-SUBPROF
               INVALID KEY
                   SET WS-EOF-SUBPROF-OK TO TRUE
           END-START.
           PERFORM P335-LE-SUBSTITUTO THRU P335-LE-SUBSTITUTO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-SUBPROF-OK.
       P330-VARRE-SUBSTITUTOS-FIM.
           EXIT.

       P335-LE-SUBSTITUTO.
           READ SUBPROF NEXT RECORD
               AT END
                   SET WS-EOF-SUBPROF-OK TO TRUE
                   GO TO P335-LE-SUBSTITUTO-FIM
           END-READ.
           IF ID-MATERIA-SUB NOT EQUAL ID-MATERIA OF CH-TURMA-OFERTA
              OR ANO-SEMESTRE-SUB NOT EQUAL
                     ANO-SEMESTRE OF CH-TURMA-OFERTA THEN
               SET WS-EOF-SUBPROF-OK TO TRUE
               GO TO P335-LE-SUBSTITUTO-FIM
           END-IF.
           IF WS-DH-DATA IS LESS THAN DT-INICIO-SUB OR
              WS-DH-DATA IS GREATER THAN DT-FIM-SUB THEN
               GO TO P335-LE-SUBSTITUTO-FIM
           END-IF.
           MOVE ID-PROFESSOR-SUB TO ID-PROFESSOR OF REG-PROFESSOR.
           MOVE 'S'              TO WS-PAPEL.
           PERFORM P340-ITEM-PROFESSOR THRU P340-ITEM-PROFESSOR-FIM.
       P335-LE-SUBSTITUTO-FIM.
           EXIT.

      *ITEM DO PROFESSOR NA TURMA (PAPEL T=TITULAR, S=SUBSTITUTO JA
      *MOVIDO PELO CHAMADOR).
       P340-ITEM-PROFESSOR.
           MOVE 'P'                    TO WS-IT-TIPO.
           MOVE ID-PROFESSOR OF REG-PROFESSOR TO WS-IT-ID-PESSOA.
           PERFORM P320-CHAVE-TURMA    THRU P320-CHAVE-TURMA-FIM.
           MOVE SPACES                 TO WS-ITEM-DADOS.
           MOVE WS-PAPEL               TO WS-DP-PAPEL.
           IF WS-FS-P-OK THEN
               READ PROFESSOR
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO WS-DP-NM-PROFESSOR
                   NOT INVALID KEY
                       MOVE NM-PROFESSOR TO WS-DP-NM-PROFESSOR
                       MOVE EM-PROFESSOR TO WS-DP-EM-PROFESSOR
               END-READ
           END-IF.
           PERFORM P550-CONFERE-ITEM   THRU P550-CONFERE-ITEM-FIM.
       P340-ITEM-PROFESSOR-FIM.

      *PERIODO ENCERRADO NO CALENDARIO SAI DA PLATAFORMA; PERIODO SEM
      *CALENDARIO CADASTRADO CONTA COMO ABERTO.
       P460-VERIFICA-PERIODO.
           SET WS-PERIODO-ABERTO-OK TO TRUE.
           IF NOT WS-FS-CAL-OK THEN
               GO TO P460-VERIFICA-PERIODO-FIM
           END-IF.
           MOVE ANO-SEMESTRE OF CH-TURMA-OFERTA TO CH-CALENDARIO.
           READ CALENDARIO
               INVALID KEY
                   GO TO P460-VERIFICA-PERIODO-FIM
           END-READ.
           IF FL-ENCERRADO-SIM THEN
               SET WS-PERIODO-ABERTO-OK TO FALSE
           END-IF.
       P460-VERIFICA-PERIODO-FIM.
           EXIT.

      *ALUNOS DAS TURMAS: MATRICULA ATIVA EM TURMA CADASTRADA DE
      *PERIODO ABERTO, DE ALUNO ATIVO (CAMPO EM BRANCO CONTA COMO
      *ATIVO). MATRICULA TRANCADA, TROCA DE TURMA OU ALUNO
      *DESATIVADO SOMEM DAQUI E SAEM COMO EXCLUSAO NA VARREDURA DA
      *FOTOGRAFIA.
       P500-VARRE-MATRICULAS.
           SET WS-EOF-MATRICULA-OK TO FALSE.
           PERFORM P510-LE-MATRICULA THRU P510-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MATRICULA-OK.
       P500-VARRE-MATRICULAS-FIM.

       P510-LE-MATRICULA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
                   GO TO P510-LE-MATRICULA-FIM
           END-READ.
           IF NOT ST-MATRICULA-ATIVA OR
              TURMA OF REG-MATRICULA EQUAL SPACES THEN
               GO TO P510-LE-MATRICULA-FIM
           END-IF.
           MOVE ID-MATERIA   OF CH-MATRICULA
                TO ID-MATERIA   OF CH-TURMA-OFERTA.
           MOVE ANO-SEMESTRE OF CH-MATRICULA
                TO ANO-SEMESTRE OF CH-TURMA-OFERTA.
           MOVE TURMA OF REG-MATRICULA TO CD-TURMA.
           READ TURMAS
               INVALID KEY
                   GO TO P510-LE-MATRICULA-FIM
           END-READ.
           PERFORM P460-VERIFICA-PERIODO
                   THRU P460-VERIFICA-PERIODO-FIM.
           IF NOT WS-PERIODO-ABERTO-OK THEN
               GO TO P510-LE-MATRICULA-FIM
           END-IF.
           MOVE ID-ALUNO OF CH-MATRICULA TO ID-ALUNO OF REG-ALUNO.
           READ ALUNOS
               INVALID KEY
                   GO TO P510-LE-MATRICULA-FIM
           END-READ.
           IF NOT ST-ALUNO-ATIVO AND ST-ALUNO NOT EQUAL SPACES THEN
               GO TO P510-LE-MATRICULA-FIM
           END-IF.
           MOVE 'A'                    TO WS-IT-TIPO.
           MOVE ID-ALUNO OF REG-ALUNO  TO WS-IT-ID-PESSOA.
           PERFORM P320-CHAVE-TURMA    THRU P320-CHAVE-TURMA-FIM.
           MOVE SPACES                 TO WS-ITEM-DADOS.
           MOVE NM-ALUNO               TO WS-DA-NM-ALUNO.
           MOVE CPF-ALUNO              TO WS-DA-CPF-ALUNO.
           PERFORM P550-CONFERE-ITEM   THRU P550-CONFERE-ITEM-FIM.
       P510-LE-MATRICULA-FIM.
           EXIT.

      *CONFERE O ITEM EXISTENTE COM A FOTOGRAFIA: NAO ESTAVA LA E
      *INCLUSAO; ESTAVA COM OUTROS DADOS E ALTERACAO; IGUAL NAO SAI
      *NO ARQUIVO (SALVO NA RESSINCRONIZACAO). EM TODOS OS CASOS O
      *ITEM FICA MARCADO COMO VISTO NESTA EXECUCAO.
       P550-CONFERE-ITEM.
           MOVE WS-ITEM-CHAVE TO CH-LMSFOTO.
           READ LMSFOTO
               INVALID KEY
                   MOVE WS-ITEM-DADOS  TO DS-DADOS-LMS
                   MOVE WS-DH-DATA     TO DT-INCLUSAO-LMS
                   MOVE WS-DH-EXECUCAO TO DH-VISTO-LMS
                   WRITE REG-LMSFOTO
                   END-WRITE
                   ADD 1 TO WS-QTD-ITENS
                   MOVE 'A' TO WS-ACAO
                   PERFORM P560-GRAVA-DETALHE
                           THRU P560-GRAVA-DETALHE-FIM
                   GO TO P550-CONFERE-ITEM-FIM
           END-READ.
      *O MESMO ITEM JA VISTO NESTA EXECUCAO (EX. PROFESSOR TITULAR
      *TAMBEM CADASTRADO COMO SUBSTITUTO) NAO SAI DUAS VEZES.
           IF DH-VISTO-LMS EQUAL WS-DH-EXECUCAO THEN
               GO TO P550-CONFERE-ITEM-FIM
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           MOVE SPACE TO WS-ACAO.
           IF DS-DADOS-LMS NOT EQUAL WS-ITEM-DADOS THEN
               MOVE 'C' TO WS-ACAO
           END-IF.
           IF WS-RESSINCRONIZA-OK THEN
               MOVE 'A' TO WS-ACAO
           END-IF.
           MOVE WS-ITEM-DADOS  TO DS-DADOS-LMS.
           MOVE WS-DH-EXECUCAO TO DH-VISTO-LMS.
           REWRITE REG-LMSFOTO
           END-REWRITE.
           IF WS-ACAO NOT EQUAL SPACE THEN
               PERFORM P560-GRAVA-DETALHE
                       THRU P560-GRAVA-DETALHE-FIM
           END-IF.
       P550-CONFERE-ITEM-FIM.
           EXIT.

      *GRAVA O DETALHE DO ITEM CORRENTE DA FOTOGRAFIA COM A ACAO.
       P560-GRAVA-DETALHE.
           MOVE TP-ITEM-LMS      TO WS-SD-TIPO.
           MOVE WS-ACAO          TO WS-SD-ACAO.
           MOVE ID-MATERIA-LMS   TO WS-SD-ID-MATERIA.
           MOVE ANO-SEMESTRE-LMS TO WS-SD-ANO-SEMESTRE.
           MOVE CD-TURMA-LMS     TO WS-SD-CD-TURMA.
           MOVE ID-PESSOA-LMS    TO WS-SD-ID-PESSOA.
           MOVE DS-DADOS-LMS     TO WS-SD-DADOS.
           MOVE WS-SIN-DETALHE   TO REG-SINCRONIA.
           WRITE REG-SINCRONIA
           END-WRITE.
           ADD 1 TO WS-QTD-DETALHES.
           ADD 1 TO WS-QTD-REGISTROS.
           EVALUATE WS-ACAO
               WHEN 'A'
                   ADD 1 TO WS-QTD-INCLUSOES
               WHEN 'C'
                   ADD 1 TO WS-QTD-ALTERACOES
               WHEN OTHER
                   ADD 1 TO WS-QTD-EXCLUSOES
           END-EVALUATE.
       P560-GRAVA-DETALHE-FIM.

      *O QUE ESTAVA NA FOTOGRAFIA E NAO FOI VISTO NESTA EXECUCAO
      *DEIXOU DE EXISTIR: SAI COMO EXCLUSAO (COM OS ULTIMOS DADOS
      *ENVIADOS) E E RETIRADO DA FOTOGRAFIA.
       P600-VARRE-FOTOGRAFIA.
           SET WS-EOF-FOTO-OK TO FALSE.
           MOVE LOW-VALUES TO CH-LMSFOTO.
           START LMSFOTO KEY IS NOT LESS THAN CH-LMSFOTO
               INVALID KEY
                   SET WS-EOF-FOTO-OK TO TRUE
           END-START.
           PERFORM P610-LE-FOTOGRAFIA THRU P610-LE-FOTOGRAFIA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-FOTO-OK.
       P600-VARRE-FOTOGRAFIA-FIM.

       P610-LE-FOTOGRAFIA.
           READ LMSFOTO NEXT RECORD
               AT END
                   SET WS-EOF-FOTO-OK TO TRUE
                   GO TO P610-LE-FOTOGRAFIA-FIM
           END-READ.
           IF DH-VISTO-LMS EQUAL WS-DH-EXECUCAO THEN
               GO TO P610-LE-FOTOGRAFIA-FIM
           END-IF.
           MOVE 'D' TO WS-ACAO.
           PERFORM P560-GRAVA-DETALHE THRU P560-GRAVA-DETALHE-FIM.
           DELETE LMSFOTO RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO RETIRAR ITEM DA FOTOGRAFIA: '
                           CH-LMSFOTO
                   END-DISPLAY
           END-DELETE.
       P610-LE-FOTOGRAFIA-FIM.
           EXIT.

      *TRAILER DE CONTROLE: QUANTIDADE POR ACAO, DE DETALHES E DE
      *REGISTROS DO ARQUIVO (CABECALHO E TRAILER INCLUSIVE).
       P700-GRAVA-TRAILER.
           ADD 1 TO WS-QTD-REGISTROS.
           MOVE WS-QTD-INCLUSOES  TO WS-ST-QTD-INCLUSOES.
           MOVE WS-QTD-ALTERACOES TO WS-ST-QTD-ALTERACOES.
           MOVE WS-QTD-EXCLUSOES  TO WS-ST-QTD-EXCLUSOES.
           MOVE WS-QTD-DETALHES   TO WS-ST-QTD-DETALHES.
           MOVE WS-QTD-REGISTROS  TO WS-ST-QTD-REGISTROS.
           MOVE WS-SIN-TRAILER    TO REG-SINCRONIA.
           WRITE REG-SINCRONIA
           END-WRITE.
       P700-GRAVA-TRAILER-FIM.

      *DATA/HORA DO ENVIO ANTERIOR, PARA O CABECALHO (ZERO NO
      *PRIMEIRO ENVIO).
       P710-LE-PONTO.
           MOVE ZEROS TO WS-DH-ANTERIOR.
           OPEN INPUT PONTO-ENVIO.
           IF WS-FS-PTO-OK THEN
               READ PONTO-ENVIO
                   AT END
                       MOVE ZEROS TO REG-PONTO-ENVIO
               END-READ
               MOVE REG-PONTO-ENVIO TO WS-DH-ANTERIOR
               CLOSE PONTO-ENVIO
           END-IF.
       P710-LE-PONTO-FIM.

       P730-GRAVA-PONTO.
           OPEN OUTPUT PONTO-ENVIO.
           MOVE WS-DH-EXECUCAO TO REG-PONTO-ENVIO.
           WRITE REG-PONTO-ENVIO
           END-WRITE.
           CLOSE PONTO-ENVIO.
       P730-GRAVA-PONTO-FIM.

       P420-FECHA-ARQ.
           CLOSE TURMAS.
           CLOSE MATERIAS.
           CLOSE MATRICULA.
           CLOSE ALUNOS.
           CLOSE LMSFOTO.
           IF WS-FS-P-OK THEN
               CLOSE PROFESSOR
           END-IF.
           IF WS-FS-SUB-OK THEN
               CLOSE SUBPROF
           END-IF.
           IF WS-FS-CAL-OK THEN
               CLOSE CALENDARIO
           END-IF.
           CLOSE SINCRONIA.
       P420-FECHA-ARQ-FIM.

       P800-ERRO.
           DISPLAY 'ERRO DE ABERTURA DE ARQUIVO. APLICACAO FINALIZADA.'
           END-DISPLAY.
           DISPLAY 'FILE STATUS TURMAS....: ' WS-FS-U
           END-DISPLAY.
           DISPLAY 'FILE STATUS MATERIAS..: ' WS-FS-M
           END-DISPLAY.
           DISPLAY 'FILE STATUS MATRICULA.: ' WS-FS-R
           END-DISPLAY.
           DISPLAY 'FILE STATUS ALUNOS....: ' WS-FS-A
           END-DISPLAY.
           DISPLAY 'FILE STATUS LMSFOTO...: ' WS-FS-LMS
           END-DISPLAY.
           DISPLAY 'FILE STATUS LMSSYNC...: ' WS-FS-SIN
           END-DISPLAY.
           MOVE 'ABANDONADO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM P900-FINALIZA  THRU P900-FINALIZA-FIM.
       P800-ERRO-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           MOVE WS-DH-EXECUCAO   TO WS-JL-DH-INICIO.
           MOVE WS-COM-OPERADOR  TO WS-JL-OPERADOR.
           MOVE WS-QTD-ITENS     TO WS-JL-QTD-LIDOS.
           MOVE WS-QTD-DETALHES  TO WS-JL-QTD-GRAVADOS.
           CALL 'PGJOBLOG' USING WS-PARM-JOBLOG.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTLMSEXP.
