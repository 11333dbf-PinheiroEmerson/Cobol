      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      04/09/2023.
      * Purpose:   MASCARAMENTO DE DADOS PESSOAIS SENSIVEIS PELO NIVEL
      *            DO OPERADOR (LGPD, MINIMIZACAO DE DADOS) - ROTINA
      *            CHAMADA PELAS TELAS, LISTAGENS E EXPORTACOES QUE
      *            MOSTRAM CPF, NASCIMENTO, TELEFONE, FICHA DE SAUDE OU
      *            SALDO EM ABERTO. CADA CLASSE DE DADO EXIGE UM NIVEL
      *            MINIMO DE OPERADOR (NV-OPERADOR), LIDO UMA VEZ EM
      *            PARAMETRO.DAT VIA PGPARLER (NIVEL-DADO-CPF,
      *            NIVEL-DADO-NASC, NIVEL-DADO-FONE, NIVEL-DADO-SAUDE,
      *            NIVEL-DADO-SALDO; PADRAO 2 = SUPERVISOR):
      *              LK-ACAO = 'M'  TELA: DEVOLVE SEMPRE O VALOR
      *                             MASCARADO E, EM LK-AUTORIZADO, SE O
      *                             OPERADOR PODE REVELA-LO;
      *              LK-ACAO = 'L'  LISTAGEM/EXPORTACAO: DEVOLVE O
      *                             VALOR EM CLARO SE O NIVEL PERMITE,
      *                             SENAO MASCARADO;
      *              LK-ACAO = 'R'  REVELACAO NA TELA: SE O NIVEL
      *                             PERMITE, DEVOLVE O VALOR EM CLARO
      *                             E REGISTRA NA AUDITORIA QUEM VIU
      *                             QUAL CLASSE DE DADO DE QUAL
      *                             REGISTRO (NM-ARQUIVO 'REVELACAO',
      *                             SEM O VALOR REVELADO); SENAO
      *                             DEVOLVE MASCARADO E NAO GRAVA.
      *            MASCARAS: CPF ***.NNN.NNN-**; NASCIMENTO SO COM O
      *            ANO (AAAA****); TELEFONE SO COM OS QUATRO ULTIMOS
      *            DIGITOS; SALDO COM OS DIGITOS TROCADOS POR *; SAUDE
      *            *** RESTRITO *** (CAMPO VAZIO CONTINUA VAZIO). MESMO
      *            PADRAO DE ROTINA CHAMAVEL DO PGTRAVA.
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    25/09/2023 - O NUMERO DO REGISTRO DE AUDITORIA SO E
      *            CONFIRMADO NO PGAUDELO (ACAO 'G') DEPOIS DO WRITE
      *            BEM-SUCEDIDO; WRITE QUE FALHA NAO CONSOME O NUMERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMASCAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE  STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
           COPY CFPK0006.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       01  WS-DATA-HORA-ATUAL          PIC X(21) VALUE SPACES.
       01  FILLER REDEFINES WS-DATA-HORA-ATUAL.
           03 WS-DH-ANO                PIC 9(04).
           03 WS-DH-MES                PIC 9(02).
           03 WS-DH-DIA                PIC 9(02).
           03 WS-DH-HORA               PIC 9(02).
           03 WS-DH-MIN                PIC 9(02).
           03 WS-DH-SEG                PIC 9(02).
           03 FILLER                   PIC X(07).

      *AREA DA LEITURA DE PARAMETROS DE EXECUCAO (PGPARLER).
       01  WS-PARM-PARAMETRO.
           03 WS-PL-NOME               PIC X(20).
           03 WS-PL-PADRAO             PIC 9(06).
           03 WS-PL-VALOR              PIC 9(06).

      *NIVEL MINIMO POR CLASSE DE DADO, CARREGADO NA PRIMEIRA CHAMADA
      *E MANTIDO ENQUANTO O MODULO ESTIVER CARREGADO (AS LISTAGENS
      *CHAMAM A ROTINA UMA VEZ POR CAMPO DE CADA REGISTRO).
       77  WS-LIMITES-CARREGADOS       PIC X VALUE 'N'.
           88 WS-LIMITES-CARREGADOS-OK VALUE 'S' FALSE 'N'.
       77  WS-NV-CPF                   PIC 9(06) VALUE ZEROS.
       77  WS-NV-NASC                  PIC 9(06) VALUE ZEROS.
       77  WS-NV-FONE                  PIC 9(06) VALUE ZEROS.
       77  WS-NV-SAUDE                 PIC 9(06) VALUE ZEROS.
       77  WS-NV-SALDO                 PIC 9(06) VALUE ZEROS.
       77  WS-NV-EXIGIDO               PIC 9(06) VALUE ZEROS.

       77  WS-NM-CLASSE                PIC X(10) VALUE SPACES.
       77  WS-TAM-VALOR                PIC 9(02) VALUE ZEROS.
       77  WS-IND-POS                  PIC 9(02) VALUE ZEROS.

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
       01  LK-PARM-MASCARA.
           03 LK-ACAO                  PIC X(01).
               88 LK-ACAO-TELA         VALUE 'M'.
               88 LK-ACAO-LISTAGEM     VALUE 'L'.
               88 LK-ACAO-REVELA       VALUE 'R'.
           03 LK-CLASSE                PIC X(01).
               88 LK-CLASSE-CPF        VALUE 'C'.
               88 LK-CLASSE-NASC       VALUE 'N'.
               88 LK-CLASSE-FONE       VALUE 'T'.
               88 LK-CLASSE-SAUDE      VALUE 'S'.
               88 LK-CLASSE-SALDO      VALUE 'F'.
           03 LK-NIVEL                 PIC 9(01).
           03 LK-OPERADOR              PIC X(10).
           03 LK-PROGRAMA              PIC X(08).
           03 LK-ARQUIVO               PIC X(10).
           03 LK-CHAVE                 PIC X(20).
           03 LK-VALOR                 PIC X(40).
           03 LK-SAIDA                 PIC X(40).
           03 LK-AUTORIZADO            PIC X(01).
               88 LK-AUTORIZADO-SIM    VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION USING LK-PARM-MASCARA.

       P001-MAIN.
           IF NOT WS-LIMITES-CARREGADOS-OK THEN
               PERFORM P050-CARREGA-LIMITES
                       THRU P050-CARREGA-LIMITES-FIM
           END-IF.
           PERFORM P100-VERIFICA-NIVEL THRU P100-VERIFICA-NIVEL-FIM.
           PERFORM P200-MASCARA        THRU P200-MASCARA-FIM.
           IF NOT LK-AUTORIZADO-SIM THEN
               GO TO P001-MAIN-FIM
           END-IF.
           EVALUATE TRUE
               WHEN LK-ACAO-LISTAGEM
                   MOVE LK-VALOR TO LK-SAIDA
               WHEN LK-ACAO-REVELA
                   MOVE LK-VALOR TO LK-SAIDA
                   PERFORM P300-GRAVA-AUDITORIA
                           THRU P300-GRAVA-AUDITORIA-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       P001-MAIN-FIM.
           GOBACK.

       COPY CFCFG002.

       P050-CARREGA-LIMITES.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\AUDITORIA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           MOVE 2                  TO WS-PL-PADRAO.
           MOVE 'NIVEL-DADO-CPF'   TO WS-PL-NOME.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR        TO WS-NV-CPF.
           MOVE 'NIVEL-DADO-NASC'  TO WS-PL-NOME.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR        TO WS-NV-NASC.
           MOVE 'NIVEL-DADO-FONE'  TO WS-PL-NOME.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR        TO WS-NV-FONE.
           MOVE 'NIVEL-DADO-SAUDE' TO WS-PL-NOME.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR        TO WS-NV-SAUDE.
           MOVE 'NIVEL-DADO-SALDO' TO WS-PL-NOME.
           CALL 'PGPARLER' USING WS-PARM-PARAMETRO.
           MOVE WS-PL-VALOR        TO WS-NV-SALDO.
           SET WS-LIMITES-CARREGADOS-OK TO TRUE.
       P050-CARREGA-LIMITES-FIM.
           EXIT.

      *NIVEL ZERO (CHAMADA SEM AREA DE COMUNICACAO) NUNCA E
      *AUTORIZADO, NEM COM O PARAMETRO ZERADO.
       P100-VERIFICA-NIVEL.
           EVALUATE TRUE
               WHEN LK-CLASSE-CPF
                   MOVE WS-NV-CPF   TO WS-NV-EXIGIDO
                   MOVE 'CPF'        TO WS-NM-CLASSE
               WHEN LK-CLASSE-NASC
                   MOVE WS-NV-NASC  TO WS-NV-EXIGIDO
                   MOVE 'NASCIMENTO' TO WS-NM-CLASSE
               WHEN LK-CLASSE-FONE
                   MOVE WS-NV-FONE  TO WS-NV-EXIGIDO
                   MOVE 'TELEFONE'   TO WS-NM-CLASSE
               WHEN LK-CLASSE-SAUDE
                   MOVE WS-NV-SAUDE TO WS-NV-EXIGIDO
                   MOVE 'SAUDE'      TO WS-NM-CLASSE
               WHEN OTHER
                   MOVE WS-NV-SALDO TO WS-NV-EXIGIDO
                   MOVE 'SALDO'      TO WS-NM-CLASSE
           END-EVALUATE.
           SET LK-AUTORIZADO-SIM TO FALSE.
           IF LK-NIVEL IS NUMERIC AND
              LK-NIVEL IS GREATER THAN ZERO AND
              LK-NIVEL IS NOT LESS THAN WS-NV-EXIGIDO THEN
               SET LK-AUTORIZADO-SIM TO TRUE
           END-IF.
       P100-VERIFICA-NIVEL-FIM.
           EXIT.

       P200-MASCARA.
           MOVE SPACES TO LK-SAIDA.
           IF LK-VALOR EQUAL SPACES THEN
               GO TO P200-MASCARA-FIM
           END-IF.
           EVALUATE TRUE
               WHEN LK-CLASSE-CPF
                   STRING '***.' LK-VALOR (4:3) '.' LK-VALOR (7:3)
                          '-**'
                          DELIMITED BY SIZE
                          INTO LK-SAIDA
                   END-STRING
               WHEN LK-CLASSE-NASC
                   STRING LK-VALOR (1:4) '****'
                          DELIMITED BY SIZE
                          INTO LK-SAIDA
                   END-STRING
               WHEN LK-CLASSE-FONE
                   PERFORM P210-MASCARA-FONE
                           THRU P210-MASCARA-FONE-FIM
               WHEN LK-CLASSE-SAUDE
                   MOVE '*** RESTRITO ***' TO LK-SAIDA
               WHEN OTHER
                   MOVE LK-VALOR TO LK-SAIDA
                   INSPECT LK-SAIDA
                       CONVERTING '0123456789' TO '**********'
           END-EVALUATE.
       P200-MASCARA-FIM.
           EXIT.

      *TELEFONE: TROCA POR * OS DIGITOS ANTES DOS QUATRO ULTIMOS
      *CARACTERES OCUPADOS DO CAMPO.
       P210-MASCARA-FONE.
           MOVE LK-VALOR TO LK-SAIDA.
           MOVE 40 TO WS-TAM-VALOR.
           PERFORM P215-RECUA-BRANCO THRU P215-RECUA-BRANCO-FIM
                   WITH TEST BEFORE
                   UNTIL WS-TAM-VALOR EQUAL ZEROS
                      OR LK-VALOR (WS-TAM-VALOR:1) NOT EQUAL SPACE.
           IF WS-TAM-VALOR IS NOT GREATER THAN 4 THEN
               GO TO P210-MASCARA-FONE-FIM
           END-IF.
           SUBTRACT 4 FROM WS-TAM-VALOR.
           PERFORM P218-MASCARA-POSICAO THRU P218-MASCARA-POSICAO-FIM
                   VARYING WS-IND-POS FROM 1 BY 1
                   UNTIL WS-IND-POS IS GREATER THAN WS-TAM-VALOR.
       P210-MASCARA-FONE-FIM.
           EXIT.

       P215-RECUA-BRANCO.
           SUBTRACT 1 FROM WS-TAM-VALOR.
       P215-RECUA-BRANCO-FIM.
           EXIT.

       P218-MASCARA-POSICAO.
           IF LK-SAIDA (WS-IND-POS:1) IS NUMERIC THEN
               MOVE '*' TO LK-SAIDA (WS-IND-POS:1)
           END-IF.
       P218-MASCARA-POSICAO-FIM.
           EXIT.

      *REGISTRA A REVELACAO: QUEM, QUANDO, QUAL CLASSE DE DADO, DE
      *QUAL REGISTRO E EM QUAL PROGRAMA. O VALOR REVELADO NAO VAI
      *PARA A AUDITORIA.
       P300-GRAVA-AUDITORIA.
           OPEN EXTEND AUDITORIA.
      *SE O ARQUIVO DE AUDITORIA AINDA NAO EXISTE, CRIA.
           IF NOT WS-FS-AUD-OK THEN
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-ANO  TO DT-AUDITORIA-ANO.
           MOVE WS-DH-MES  TO DT-AUDITORIA-MES.
           MOVE WS-DH-DIA  TO DT-AUDITORIA-DIA.
           MOVE WS-DH-HORA TO HR-AUDITORIA-HORA.
           MOVE WS-DH-MIN  TO HR-AUDITORIA-MIN.
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'REVELACAO'         TO NM-ARQUIVO-AUDITORIA.
           MOVE WS-NM-CLASSE        TO TP-OPERACAO-AUDITORIA.
           MOVE LK-CHAVE            TO CH-REGISTRO-AUDITORIA.
           MOVE SPACES              TO DS-ANTES-AUDITORIA.
           STRING 'PROGRAMA ' LK-PROGRAMA ' ARQUIVO ' LK-ARQUIVO
                  DELIMITED BY SIZE
                  INTO DS-ANTES-AUDITORIA
           END-STRING.
           MOVE SPACES              TO DS-DEPOIS-AUDITORIA.
           MOVE LK-OPERADOR         TO ID-OPERADOR-AUDITORIA.
           MOVE SPACES TO ID-EXECUCAO-AUDITORIA.
           CALL 'PGAUDELO' USING REG-AUDITORIA.
           WRITE REG-AUDITORIA
           END-WRITE.
           IF WS-FS-AUD-OK THEN
               MOVE 'G' TO WS-EL-ACAO
               CALL 'PGAUDELO' USING REG-AUDITORIA WS-PARM-ELO
               MOVE 'E' TO WS-EL-ACAO
           END-IF.
           CLOSE AUDITORIA.
       P300-GRAVA-AUDITORIA-FIM.
           EXIT.

       END PROGRAM PGMASCAR.
