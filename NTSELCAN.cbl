      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      17/04/2023.
      * Purpose:   CANDIDATOS DO PROCESSO SELETIVO - INSCREVE O
      *            CANDIDATO NO PROCESSO DO ANO (CANDIDATO.DAT,
      *            CFPK0058) COM OS MESMOS DADOS PESSOAIS DO CADASTRO
      *            DE ALUNOS (DATA DE NASCIMENTO VALIDADA PELO
      *            PGDTAVAL E CPF PELO PGCPFVAL, SEM REPETIR CPF NO
      *            MESMO PROCESSO) E O CURSO ESCOLHIDO, QUE PRECISA
      *            TER VAGAS NO ANO (VAGAS.DAT) AINDA SEM CHAMADA.
      *            LANCA A NOTA DA PROVA, REGISTRA DESISTENCIAS,
      *            CONSULTA O CANDIDATO E LISTA OS CANDIDATOS DO
      *            CURSO. A NOTA E A DESISTENCIA SAO AUDITADAS.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTSELCAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATO
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-CANDIDATO
           FILE  STATUS IS WS-FS-CAN.

           SELECT VAGAS
           ASSIGN TO WS-CFG-CAMINHO-02
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CH-VAGA
           FILE  STATUS IS WS-FS-V.

           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-03
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATO.
           COPY CFPK0058.

       FD  VAGAS.
           COPY CFPK0059.

       FD  AUDITORIA.
           COPY CFPK0006.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-OPCAO                    PIC X      VALUE SPACE.

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

      *DADOS DIGITADOS DO CANDIDATO, NO FORMATO DE CFPK0058.
       01  WS-CANDIDATO.
           03 WS-AA-PROCESSO           PIC 9(04).
           03 WS-ID-CANDIDATO          PIC 9(05).
           03 WS-NM-CANDIDATO          PIC X(20).
           03 WS-TL-CANDIDATO.
               05 WS-FONEAREA          PIC 9(02).
               05 WS-FONENUMERO        PIC 9(09).
           03 WS-DT-NASC-CANDIDATO.
               05 WS-DT-NASC-ANO       PIC 9(04).
               05 WS-DT-NASC-MES       PIC 9(02).
               05 WS-DT-NASC-DIA       PIC 9(02).
           03 WS-CPF-CANDIDATO         PIC 9(11).
           03 WS-PAIS-CANDIDATO        PIC X(02).
           03 WS-DS-CANDIDATO.
               05 WS-RU-CANDIDATO      PIC X(30).
               05 WS-BA-CANDIDATO      PIC X(20).
               05 WS-CI-CANDIDATO      PIC X(20).
               05 WS-UF-CANDIDATO      PIC X(02).
               05 WS-CP-CANDIDATO      PIC 9(08).
           03 WS-ID-CURSO              PIC 9(02).

       77  WS-VL-NOTA                  PIC 9(04)V99 VALUE ZEROS.
       77  WS-VL-NOTA-EDITADA          PIC ZZZ9,99.
       77  WS-MAIOR-ID-CANDIDATO       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(05) VALUE ZEROS.
       77  WS-DS-SITUACAO              PIC X(11) VALUE SPACES.

       77  WS-AUX-CONFIRMA             PIC X.
           88 WS-AUX-CONFIRMA-OK       VALUE 'S' FALSE 'N'.
       77  WS-CPF-DUPLICADO            PIC X.
           88 WS-CPF-DUPLICADO-OK      VALUE 'S' FALSE 'N'.
       77  WS-EOF-VARRE                PIC X.
           88 WS-EOF-VARRE-OK          VALUE 'S' FALSE 'N'.

      *AREA PASSADA AO PGCPFVAL PARA VALIDAR O CPF DIGITADO.
       01  WS-PARM-VALIDA-CPF.
           03 WS-VC-CPF                PIC 9(11).
           03 WS-VC-VALIDO             PIC 9(01).
               88 WS-VC-VALIDO-OK      VALUE 1.

      *AREA PASSADA AO PGDTAVAL PARA VALIDAR A DATA DE NASCIMENTO.
       01  WS-PARM-VALIDA-DATA.
           03 WS-VD-DATA               PIC X(10).
           03 WS-VD-VALIDA             PIC 9(01).
               88 WS-VD-VALIDA-OK      VALUE 1.

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
                   UNTIL WS-OPCAO  EQUAL '9'.
           PERFORM P900-FINALIZA   THRU P900-FINALIZA-FIM.
       MAIN-PROCEDURE-FIM.

       COPY CFCFG002.

       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-OPCAO WS-FS-CAN WS-FS-V WS-FS-AUD
                      WS-CANDIDATO WS-VL-NOTA WS-MAIOR-ID-CANDIDATO
                      WS-QTD-LISTADOS WS-REG-ANTES WS-AUD-ARQUIVO
                      WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DEPOIS
                      WS-DATA-HORA-ATUAL
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY WS-COM-MENSAGEM
           END-DISPLAY.
           PERFORM P015-MONTA-CAMINHOS THRU P015-MONTA-CAMINHOS-FIM.
           PERFORM P400-ABRE-ARQ       THRU P400-ABRE-ARQ-FIM.
       P100-INICIO-FIM.

      *MONTA OS CAMINHOS DOS CANDIDATOS, DAS VAGAS E DA AUDITORIA A
      *PARTIR DO DIRETORIO BASE CONFIGURADO.
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
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
       P015-MONTA-CAMINHOS-FIM.

       P400-ABRE-ARQ.
           OPEN I-O CANDIDATO.
      *VE SE O ARQUIVO EXISTE. SE NAO EXISTE (35) CRIA ARQUIVO.
           IF NOT WS-FS-CAN-OK THEN
               OPEN OUTPUT CANDIDATO
               CLOSE CANDIDATO
               OPEN I-O CANDIDATO
           END-IF.
           OPEN INPUT VAGAS.
           IF NOT WS-FS-V-OK THEN
               DISPLAY 'NENHUMA VAGA CADASTRADA (NTSELVAG). FILE '
                       'STATUS: ' WS-FS-V
               END-DISPLAY
               MOVE '9' TO WS-OPCAO
           END-IF.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
       P400-ABRE-ARQ-FIM.

       P200-PROCESSA.
           PERFORM P430-MONTA-TELA     THRU P430-MONTA-TELA-FIM.
           ACCEPT WS-OPCAO
           END-ACCEPT.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P500-INSCREVE
                           THRU P500-INSCREVE-FIM
               WHEN '2'
                   PERFORM P540-LANCA-NOTA
                           THRU P540-LANCA-NOTA-FIM
               WHEN '3'
                   PERFORM P550-CONSULTA
                           THRU P550-CONSULTA-FIM
               WHEN '4'
                   PERFORM P560-DESISTENCIA
                           THRU P560-DESISTENCIA-FIM
               WHEN '5'
                   PERFORM P570-LISTA-CURSO
                           THRU P570-LISTA-CURSO-FIM
               WHEN '9'
                   DISPLAY 'CANDIDATOS DO PROCESSO SELETIVO ENCERRADO'
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   END-DISPLAY
           END-EVALUATE.
       P200-PROCESSA-FIM.

       P430-MONTA-TELA.
           DISPLAY '*******************************'.
           DISPLAY '********* CANDIDATOS **********'.
           DISPLAY '*******************************'.
           DISPLAY '|      ESCOLHA:               |'.
           DISPLAY '|<1> - INSCREVER CANDIDATO    |'.
           DISPLAY '|<2> - LANCAR NOTA DA PROVA   |'.
           DISPLAY '|<3> - CONSULTAR CANDIDATO    |'.
           DISPLAY '|<4> - REGISTRAR DESISTENCIA  |'.
           DISPLAY '|<5> - LISTAR CANDIDATOS/CURSO|'.
           DISPLAY '|<9> - MENU ANTERIOR          |'.
           DISPLAY '*******************************'.
       P430-MONTA-TELA-FIM.

      *INSCRICAO: O CURSO PRECISA TER VAGAS NO PROCESSO E AINDA NAO
      *TER CHAMADA PUBLICADA (DEPOIS DA CLASSIFICACAO A LISTA DO
      *CURSO ESTA FECHADA).
       P500-INSCREVE.
           INITIALIZE WS-CANDIDATO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           DISPLAY 'PARA INSCREVER UM CANDIDATO, INFORME:'
           END-DISPLAY.
           DISPLAY 'ANO DO PROCESSO (AAAA): '
           END-DISPLAY.
           ACCEPT WS-AA-PROCESSO
           END-ACCEPT.
           DISPLAY 'CURSO ESCOLHIDO: '
           END-DISPLAY.
           ACCEPT WS-ID-CURSO
           END-ACCEPT.
           MOVE WS-AA-PROCESSO TO AA-PROCESSO-VAG.
           MOVE WS-ID-CURSO    TO ID-CURSO-VAG.
           READ VAGAS
               INVALID KEY
                   DISPLAY 'CURSO SEM VAGAS CADASTRADAS NO PROCESSO.'
                   END-DISPLAY
                   GO TO P500-INSCREVE-FIM
           END-READ.
           IF NR-ULTIMA-CHAMADA IS GREATER THAN ZEROS THEN
               DISPLAY 'CURSO JA CLASSIFICADO NO PROCESSO; '
                       'INSCRICOES ENCERRADAS.'
               END-DISPLAY
               GO TO P500-INSCREVE-FIM
           END-IF.
           DISPLAY 'NOME DO CANDIDATO: '
           END-DISPLAY.
           ACCEPT WS-NM-CANDIDATO
           END-ACCEPT.
           DISPLAY 'TELEFONE DO CANDIDATO: '
           END-DISPLAY.
           ACCEPT WS-TL-CANDIDATO
           END-ACCEPT.
           PERFORM P510-PEDE-NASCIMENTO
                   THRU P510-PEDE-NASCIMENTO-FIM
                   WITH TEST AFTER
                   UNTIL WS-VD-VALIDA-OK.
           DISPLAY 'CPF DO CANDIDATO: '
           END-DISPLAY.
           PERFORM P515-PEDE-CPF THRU P515-PEDE-CPF-FIM
                   WITH TEST AFTER UNTIL WS-VC-VALIDO-OK.
           PERFORM P520-VERIFICA-CPF-DUPLICADO
                   THRU P520-VERIFICA-CPF-DUPLICADO-FIM.
           IF WS-CPF-DUPLICADO-OK THEN
               GO TO P500-INSCREVE-FIM
           END-IF.
           DISPLAY 'PAIS DO TELEFONE (CODIGO, EX: 55): '
           END-DISPLAY.
           ACCEPT WS-PAIS-CANDIDATO
           END-ACCEPT.
           DISPLAY 'ENDERECO (RUA) DO CANDIDATO: '
           END-DISPLAY.
           ACCEPT WS-RU-CANDIDATO
           END-ACCEPT.
           DISPLAY 'BAIRRO DO CANDIDATO: '
           END-DISPLAY.
           ACCEPT WS-BA-CANDIDATO
           END-ACCEPT.
           DISPLAY 'CIDADE DO CANDIDATO: '
           END-DISPLAY.
           ACCEPT WS-CI-CANDIDATO
           END-ACCEPT.
           DISPLAY 'UF DO CANDIDATO: '
           END-DISPLAY.
           ACCEPT WS-UF-CANDIDATO
           END-ACCEPT.
           DISPLAY 'CEP DO CANDIDATO: '
           END-DISPLAY.
           ACCEPT WS-CP-CANDIDATO
           END-ACCEPT.
           PERFORM P530-GERA-PROXIMO-ID
                   THRU P530-GERA-PROXIMO-ID-FIM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-AA-PROCESSO       TO AA-PROCESSO-CAN.
           MOVE WS-ID-CANDIDATO      TO ID-CANDIDATO.
           MOVE WS-NM-CANDIDATO      TO NM-CANDIDATO.
           MOVE WS-TL-CANDIDATO      TO TL-CANDIDATO.
           MOVE WS-DT-NASC-CANDIDATO TO DT-NASC-CANDIDATO.
           MOVE WS-CPF-CANDIDATO     TO CPF-CANDIDATO.
           MOVE WS-PAIS-CANDIDATO    TO PAIS-CANDIDATO.
           MOVE WS-DS-CANDIDATO      TO DS-CANDIDATO.
           MOVE WS-ID-CURSO          TO ID-CURSO-CAN.
           MOVE WS-DH-DATA           TO DT-INSCRICAO-CAN.
           MOVE ZEROS                TO VL-NOTA-CAN.
           MOVE ZEROS                TO DT-NOTA-CAN.
           MOVE ZEROS                TO NR-CLASSIF-CAN.
           MOVE ZEROS                TO NR-CHAMADA-CAN.
           SET ST-CANDIDATO-INSCRITO TO TRUE.
           MOVE ZEROS                TO ID-ALUNO-CAN.
           MOVE ZEROS                TO DT-MATRICULA-CAN.
           WRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CANDIDATO. FILE STATUS: '
                           WS-FS-CAN
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'CANDIDATO INSCRITO COM O NUMERO '
                           WS-ID-CANDIDATO '.'
                   END-DISPLAY
           END-WRITE.
       P500-INSCREVE-FIM.
           EXIT.

      *PEDE A DATA DE NASCIMENTO E VALIDA COM O PGDTAVAL (FORMATO
      *DD/MM/AAAA), COMO NO CADASTRO DE ALUNOS.
       P510-PEDE-NASCIMENTO.
           DISPLAY 'DATA DE NASCIMENTO DO CANDIDATO (AAAAMMDD): '
           END-DISPLAY.
           ACCEPT WS-DT-NASC-CANDIDATO
           END-ACCEPT.
           MOVE ZERO TO WS-VD-VALIDA.
           STRING WS-DT-NASC-DIA   DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-DT-NASC-MES   DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-DT-NASC-ANO   DELIMITED BY SIZE
                  INTO WS-VD-DATA
           END-STRING.
           CALL 'PGDTAVAL' USING WS-PARM-VALIDA-DATA.
           IF NOT WS-VD-VALIDA-OK THEN
               DISPLAY 'DATA DE NASCIMENTO INVALIDA. INFORME '
                       'NOVAMENTE.'
               END-DISPLAY
           END-IF.
       P510-PEDE-NASCIMENTO-FIM.

      *PEDE O CPF E VALIDA OS DIGITOS VERIFICADORES COM O PGCPFVAL.
       P515-PEDE-CPF.
           ACCEPT WS-CPF-CANDIDATO
           END-ACCEPT.
           MOVE WS-CPF-CANDIDATO TO WS-VC-CPF.
           CALL 'PGCPFVAL' USING WS-PARM-VALIDA-CPF.
           IF NOT WS-VC-VALIDO-OK THEN
               DISPLAY 'CPF INVALIDO (DIGITOS VERIFICADORES). '
                       'INFORME NOVAMENTE: '
               END-DISPLAY
           END-IF.
       P515-PEDE-CPF-FIM.

      *O MESMO CPF NAO PODE SE INSCREVER DUAS VEZES NO PROCESSO DO
      *ANO (UM CURSO POR CANDIDATO). PERCORRE AS INSCRICOES DO ANO.
       P520-VERIFICA-CPF-DUPLICADO.
           SET WS-CPF-DUPLICADO-OK TO FALSE.
           SET WS-EOF-VARRE-OK     TO FALSE.
           MOVE WS-AA-PROCESSO TO AA-PROCESSO-CAN.
           MOVE ZEROS          TO ID-CANDIDATO.
           START CANDIDATO KEY IS NOT LESS THAN CH-CANDIDATO
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P525-LE-CPF THRU P525-LE-CPF-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
       P520-VERIFICA-CPF-DUPLICADO-FIM.

       P525-LE-CPF.
           READ CANDIDATO NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF AA-PROCESSO-CAN NOT EQUAL WS-AA-PROCESSO THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       IF CPF-CANDIDATO EQUAL WS-CPF-CANDIDATO THEN
                           SET WS-CPF-DUPLICADO-OK TO TRUE
                           SET WS-EOF-VARRE-OK     TO TRUE
                           DISPLAY 'CPF JA INSCRITO NO PROCESSO: '
                                   'CANDIDATO ' ID-CANDIDATO ' - '
                                   NM-CANDIDATO '. INSCRICAO '
                                   'RECUSADA.'
                           END-DISPLAY
                       END-IF
                   END-IF
           END-READ.
       P525-LE-CPF-FIM.

      *NUMERO DO CANDIDATO: MAIOR DO ANO MAIS UM, COMO O CODIGO DO
      *ALUNO NO NTALUINC.
       P530-GERA-PROXIMO-ID.
           MOVE ZEROS TO WS-MAIOR-ID-CANDIDATO.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-AA-PROCESSO TO AA-PROCESSO-CAN.
           MOVE ZEROS          TO ID-CANDIDATO.
           START CANDIDATO KEY IS NOT LESS THAN CH-CANDIDATO
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P535-LE-MAIOR-ID THRU P535-LE-MAIOR-ID-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           COMPUTE WS-ID-CANDIDATO = WS-MAIOR-ID-CANDIDATO + 1.
       P530-GERA-PROXIMO-ID-FIM.

       P535-LE-MAIOR-ID.
           READ CANDIDATO NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF AA-PROCESSO-CAN NOT EQUAL WS-AA-PROCESSO THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       MOVE ID-CANDIDATO TO WS-MAIOR-ID-CANDIDATO
                   END-IF
           END-READ.
       P535-LE-MAIOR-ID-FIM.

      *LANCA (OU CORRIGE) A NOTA DA PROVA ENQUANTO O CURSO AINDA NAO
      *FOI CLASSIFICADO.
       P540-LANCA-NOTA.
           PERFORM P590-LE-CANDIDATO THRU P590-LE-CANDIDATO-FIM.
           IF NOT WS-FS-CAN-OK THEN
               GO TO P540-LANCA-NOTA-FIM
           END-IF.
           IF NOT ST-CANDIDATO-INSCRITO THEN
               DISPLAY 'CANDIDATO NAO ESTA MAIS INSCRITO; NOTA NAO '
                       'PODE SER LANCADA.'
               END-DISPLAY
               GO TO P540-LANCA-NOTA-FIM
           END-IF.
           MOVE AA-PROCESSO-CAN TO AA-PROCESSO-VAG.
           MOVE ID-CURSO-CAN    TO ID-CURSO-VAG.
           READ VAGAS
               INVALID KEY
                   MOVE ZEROS TO NR-ULTIMA-CHAMADA
           END-READ.
           IF NR-ULTIMA-CHAMADA IS GREATER THAN ZEROS THEN
               DISPLAY 'CURSO JA CLASSIFICADO; NOTA NAO PODE SER '
                       'ALTERADA.'
               END-DISPLAY
               GO TO P540-LANCA-NOTA-FIM
           END-IF.
           IF DT-NOTA-CAN NOT EQUAL ZEROS THEN
               MOVE VL-NOTA-CAN TO WS-VL-NOTA-EDITADA
               DISPLAY 'NOTA JA LANCADA: ' WS-VL-NOTA-EDITADA
               END-DISPLAY
           END-IF.
           DISPLAY 'INFORME A NOTA DA PROVA................: '
           END-DISPLAY.
           ACCEPT WS-VL-NOTA
           END-ACCEPT.
           MOVE REG-CANDIDATO TO WS-REG-ANTES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-VL-NOTA TO VL-NOTA-CAN.
           MOVE WS-DH-DATA TO DT-NOTA-CAN.
           REWRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CANDIDATO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'NOTA LANCADA COM SUCESSO.'
                   END-DISPLAY
                   MOVE 'CANDIDATO'   TO WS-AUD-ARQUIVO
                   MOVE 'NOTA'        TO WS-AUD-OPERACAO
                   MOVE CH-CANDIDATO  TO WS-AUD-CHAVE
                   MOVE REG-CANDIDATO TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P540-LANCA-NOTA-FIM.
           EXIT.

       P550-CONSULTA.
           PERFORM P590-LE-CANDIDATO THRU P590-LE-CANDIDATO-FIM.
           IF NOT WS-FS-CAN-OK THEN
               GO TO P550-CONSULTA-FIM
           END-IF.
           PERFORM P595-DESCREVE-SITUACAO
                   THRU P595-DESCREVE-SITUACAO-FIM.
           MOVE VL-NOTA-CAN TO WS-VL-NOTA-EDITADA.
           DISPLAY 'CANDIDATO.....: ' ID-CANDIDATO ' - '
                   NM-CANDIDATO
           END-DISPLAY.
           DISPLAY 'CPF...........: ' CPF-CANDIDATO
                   '  NASCIMENTO: ' DT-NASC-CANDIDATO
           END-DISPLAY.
           DISPLAY 'CURSO.........: ' ID-CURSO-CAN
                   '  INSCRITO EM: ' DT-INSCRICAO-CAN
           END-DISPLAY.
           IF DT-NOTA-CAN EQUAL ZEROS THEN
               DISPLAY 'NOTA..........: NAO LANCADA'
               END-DISPLAY
           ELSE
               DISPLAY 'NOTA..........: ' WS-VL-NOTA-EDITADA
                       '  CLASSIFICACAO: ' NR-CLASSIF-CAN
               END-DISPLAY
           END-IF.
           DISPLAY 'SITUACAO......: ' WS-DS-SITUACAO
                   '  CHAMADA: ' NR-CHAMADA-CAN
           END-DISPLAY.
           IF ST-CANDIDATO-MATRICULADO THEN
               DISPLAY 'MATRICULADO COMO ALUNO ' ID-ALUNO-CAN
                       ' EM ' DT-MATRICULA-CAN
               END-DISPLAY
           END-IF.
       P550-CONSULTA-FIM.
           EXIT.

      *DESISTENCIA DO INSCRITO OU DO CONVOCADO QUE NAO VAI
      *CONFIRMAR: SAI DA CLASSIFICACAO E DAS PROXIMAS CHAMADAS.
       P560-DESISTENCIA.
           PERFORM P590-LE-CANDIDATO THRU P590-LE-CANDIDATO-FIM.
           IF NOT WS-FS-CAN-OK THEN
               GO TO P560-DESISTENCIA-FIM
           END-IF.
           IF NOT ST-CANDIDATO-INSCRITO AND
              NOT ST-CANDIDATO-CONVOCADO THEN
               PERFORM P595-DESCREVE-SITUACAO
                       THRU P595-DESCREVE-SITUACAO-FIM
               DISPLAY 'CANDIDATO ' WS-DS-SITUACAO
                       '; DESISTENCIA NAO SE APLICA.'
               END-DISPLAY
               GO TO P560-DESISTENCIA-FIM
           END-IF.
           DISPLAY 'CANDIDATO ' ID-CANDIDATO ' - ' NM-CANDIDATO
           END-DISPLAY.
           DISPLAY 'CONFIRMA A DESISTENCIA (S/N)? '
           END-DISPLAY.
           ACCEPT WS-AUX-CONFIRMA
           END-ACCEPT.
           IF NOT WS-AUX-CONFIRMA-OK THEN
               GO TO P560-DESISTENCIA-FIM
           END-IF.
           MOVE REG-CANDIDATO TO WS-REG-ANTES.
           SET ST-CANDIDATO-DESISTENTE TO TRUE.
           REWRITE REG-CANDIDATO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CANDIDATO.'
                   END-DISPLAY
               NOT INVALID KEY
                   DISPLAY 'DESISTENCIA REGISTRADA.'
                   END-DISPLAY
                   MOVE 'CANDIDATO'   TO WS-AUD-ARQUIVO
                   MOVE 'DESISTENCI'  TO WS-AUD-OPERACAO
                   MOVE CH-CANDIDATO  TO WS-AUD-CHAVE
                   MOVE REG-CANDIDATO TO WS-AUD-DEPOIS
                   PERFORM P610-GRAVA-AUDITORIA
                           THRU P610-GRAVA-AUDITORIA-FIM
           END-REWRITE.
       P560-DESISTENCIA-FIM.
           EXIT.

       P570-LISTA-CURSO.
           DISPLAY 'INFORME O ANO DO PROCESSO (AAAA).......: '
           END-DISPLAY.
           ACCEPT WS-AA-PROCESSO
           END-ACCEPT.
           DISPLAY 'INFORME O CODIGO DO CURSO..............: '
           END-DISPLAY.
           ACCEPT WS-ID-CURSO
           END-ACCEPT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           SET WS-EOF-VARRE-OK TO FALSE.
           MOVE WS-AA-PROCESSO TO AA-PROCESSO-CAN.
           MOVE ZEROS          TO ID-CANDIDATO.
           START CANDIDATO KEY IS NOT LESS THAN CH-CANDIDATO
               INVALID KEY
                   SET WS-EOF-VARRE-OK TO TRUE
           END-START.
           PERFORM P575-LE-CANDIDATO-CURSO
                   THRU P575-LE-CANDIDATO-CURSO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-VARRE-OK.
           DISPLAY 'CANDIDATOS LISTADOS: ' WS-QTD-LISTADOS
           END-DISPLAY.
       P570-LISTA-CURSO-FIM.

       P575-LE-CANDIDATO-CURSO.
           READ CANDIDATO NEXT RECORD
               AT END
                   SET WS-EOF-VARRE-OK TO TRUE
               NOT AT END
                   IF AA-PROCESSO-CAN NOT EQUAL WS-AA-PROCESSO THEN
                       SET WS-EOF-VARRE-OK TO TRUE
                   ELSE
                       IF ID-CURSO-CAN EQUAL WS-ID-CURSO THEN
                           ADD 1 TO WS-QTD-LISTADOS
                           PERFORM P595-DESCREVE-SITUACAO
                                   THRU P595-DESCREVE-SITUACAO-FIM
                           MOVE VL-NOTA-CAN TO WS-VL-NOTA-EDITADA
                           DISPLAY ID-CANDIDATO ' ' NM-CANDIDATO
                                   ' NOTA ' WS-VL-NOTA-EDITADA
                                   ' CLASSIF ' NR-CLASSIF-CAN
                                   ' ' WS-DS-SITUACAO
                                   ' CHAMADA ' NR-CHAMADA-CAN
                           END-DISPLAY
                       END-IF
                   END-IF
           END-READ.
       P575-LE-CANDIDATO-CURSO-FIM.

      *LE O CANDIDATO PELO ANO DO PROCESSO E NUMERO DIGITADOS. O
      *STATUS DO ARQUIVO INDICA SE FOI ACHADO.
       P590-LE-CANDIDATO.
           DISPLAY 'INFORME O ANO DO PROCESSO (AAAA).......: '
           END-DISPLAY.
           ACCEPT WS-AA-PROCESSO
           END-ACCEPT.
           DISPLAY 'INFORME O NUMERO DO CANDIDATO..........: '
           END-DISPLAY.
           ACCEPT WS-ID-CANDIDATO
           END-ACCEPT.
           MOVE WS-AA-PROCESSO  TO AA-PROCESSO-CAN.
           MOVE WS-ID-CANDIDATO TO ID-CANDIDATO.
           READ CANDIDATO
               INVALID KEY
                   DISPLAY 'CANDIDATO NAO LOCALIZADO.'
                   END-DISPLAY
           END-READ.
       P590-LE-CANDIDATO-FIM.

       P595-DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN ST-CANDIDATO-INSCRITO
                   MOVE 'INSCRITO'    TO WS-DS-SITUACAO
               WHEN ST-CANDIDATO-CONVOCADO
                   MOVE 'CONVOCADO'   TO WS-DS-SITUACAO
               WHEN ST-CANDIDATO-MATRICULADO
                   MOVE 'MATRICULADO' TO WS-DS-SITUACAO
               WHEN ST-CANDIDATO-DESISTENTE
                   MOVE 'DESISTENTE'  TO WS-DS-SITUACAO
               WHEN OTHER
                   MOVE SPACES        TO WS-DS-SITUACAO
           END-EVALUATE.
       P595-DESCREVE-SITUACAO-FIM.

       P610-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
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
           CLOSE AUDITORIA.
       P420-FECHA-ARQ-FIM.

       P900-FINALIZA.
           PERFORM P420-FECHA-ARQ THRU P420-FECHA-ARQ-FIM.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
           GOBACK.
       P900-FINALIZA-FIM.

       END PROGRAM NTSELCAN.
