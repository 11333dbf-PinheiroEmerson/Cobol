      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    19/09/2023 - EXTRACAO SEPARADA POR UNIDADE (CAMPUS):
      *            CADA UNIDADE COM ALUNO ATIVO GERA O SEU CENSOnn.TXT
      *            (nn = CODIGO DA UNIDADE), ABERTO POR UM REGISTRO TIPO
      *            0 COM O CODIGO INEP DA UNIDADE (UNIDADE.DAT, PELA
      *            PGUNIDAD). A UNIDADE DO ALUNO E O CD-UNIDADE-ALUNO
      *            (ZERO = SEDE). UNIDADE NAO AUTORIZADA PARA O OPERADOR
      *            NAO E EXTRAIDA; UNIDADE SEM CODIGO INEP SAI COM
      *            AVISO. TOTAIS DE CONTROLE POR UNIDADE E CONSOLIDADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT CENSO

       COPY CFCFG001.

      *REGISTRO TIPO 0 (UNIDADE) QUE ABRE O ARQUIVO DE CADA UNIDADE.
       01  WS-CENSO-UNIDADE.
           03 WS-C0-TIPO               PIC X(01).
           03 WS-C0-INEP               PIC 9(08).
           03 WS-C0-UNIDADE            PIC 9(02).
           03 WS-C0-NOME               PIC X(30).
           03 FILLER                   PIC X(109).

      *REGISTRO TIPO 1 (ALUNO) DO LAYOUT FIXO DO CENSO.
       01  WS-CENSO-ALUNO.
           03 WS-C1-TIPO               PIC X(01).
           03 WS-VD-VALIDA             PIC 9(01).
               88 WS-VD-VALIDA-OK      VALUE 1.

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

      *ALUNOS ATIVOS POR UNIDADE (PRIMEIRA LEITURA), UNIDADE EM
      *EXTRACAO E UNIDADE DO ALUNO LIDO (ZERO = SEDE).
       01  WS-TABELA-UNIDADES.
           03 WS-UT-QT-CADASTRO        PIC 9(06) OCCURS 99 TIMES.
       77  WS-IND-UNIDADE              PIC 9(02) VALUE ZEROS.
       77  WS-UNIDADE-ALUNO            PIC 9(02) VALUE ZEROS.

       77  WS-ID-ALUNO-ATUAL           PIC 9(05) VALUE ZEROS.
       77  WS-ALUNO-VALIDO             PIC X.
           88 WS-ALUNO-VALIDO-OK       VALUE 'S' FALSE 'N'.

      *TOTAIS DE CONTROLE DA FOLHA DE ROSTO (DA UNIDADE EM EXTRACAO
      *E CONSOLIDADOS).
       77  WS-QTD-ALUNOS               PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WS-QTD-MATRICULAS           PIC 9(06) VALUE ZEROS.
       77  WS-TOT-ALUNOS               PIC 9(06) VALUE ZEROS.
       77  WS-TOT-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WS-TOT-MATRICULAS           PIC 9(06) VALUE ZEROS.
       77  WS-TOT-UNIDADES             PIC 9(02) VALUE ZEROS.

       77  WS-EOF-ALUNOS               PIC X.
           88 WS-EOF-ALUNOS-OK         VALUE 'S' FALSE 'N'.
                      WS-CENSO-MATRICULA WS-PARM-VALIDA-CPF
                      WS-PARM-VALIDA-DATA WS-ID-ALUNO-ATUAL
                      WS-QTD-ALUNOS WS-QTD-REJEITADOS
                      WS-QTD-MATRICULAS WS-TOT-ALUNOS
                      WS-TOT-REJEITADOS WS-TOT-MATRICULAS
                      WS-TOT-UNIDADES WS-TABELA-UNIDADES
                      WS-CENSO-UNIDADE WS-PARM-UNIDADE
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-ALUNOS-OK        TO FALSE.
                  '\Modulo3\DesafioM3\MATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-02
           END-STRING.
       P100-INICIO-FIM.

       P200-PROCESSA.
               MOVE 8 TO RETURN-CODE
               GO TO P200-PROCESSA-FIM
           END-IF.
           PERFORM P300-CONTA-ALUNO THRU P300-CONTA-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ALUNOS-OK.
           CLOSE ALUNOS.
           OPEN INPUT MATRICULA.
           PERFORM P350-EXTRAI-UNIDADE THRU P350-EXTRAI-UNIDADE-FIM
                   VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > 98.
           CLOSE MATRICULA.
           DISPLAY '===== TOTAIS CONSOLIDADOS DAS UNIDADES ====='
           END-DISPLAY.
           DISPLAY 'UNIDADES EXTRAIDAS.......: ' WS-TOT-UNIDADES
           END-DISPLAY.
           DISPLAY 'ALUNOS NOS ARQUIVOS......: ' WS-TOT-ALUNOS
           END-DISPLAY.
           DISPLAY 'ALUNOS FORA (VALIDACAO)..: ' WS-TOT-REJEITADOS
           END-DISPLAY.
           DISPLAY 'MATRICULAS NOS ARQUIVOS..: ' WS-TOT-MATRICULAS
           END-DISPLAY.
       P200-PROCESSA-FIM.
           EXIT.

      *PRIMEIRA LEITURA: QUANTOS ALUNOS ATIVOS CADA UNIDADE TEM, PARA
      *SO GERAR ARQUIVO DE UNIDADE COM ALUNO.
       P300-CONTA-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-ALUNOS-OK TO TRUE
               NOT AT END
                   IF ST-ALUNO-ATIVO OR ST-ALUNO EQUAL SPACES THEN
                       PERFORM P405-UNIDADE-ALUNO
                               THRU P405-UNIDADE-ALUNO-FIM
                       ADD 1 TO WS-UT-QT-CADASTRO (WS-UNIDADE-ALUNO)
                   END-IF
           END-READ.
       P300-CONTA-ALUNO-FIM.

      *GERA O CENSOnn.TXT DA UNIDADE WS-IND-UNIDADE: REGISTRO TIPO 0
      *COM O CODIGO INEP DA UNIDADE E, EM SEGUIDA, OS ALUNOS DELA COM
      *AS MATRICULAS, NUMA NOVA LEITURA DE ALUNOS.DAT.
       P350-EXTRAI-UNIDADE.
           IF WS-UT-QT-CADASTRO (WS-IND-UNIDADE) EQUAL ZEROS THEN
               GO TO P350-EXTRAI-UNIDADE-FIM
           END-IF.
           MOVE WS-COM-OPERADOR TO WS-UN-OPERADOR.
           MOVE WS-IND-UNIDADE  TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           DISPLAY '===== UNIDADE ' WS-IND-UNIDADE ' - '
                   WS-UN-NOME ' ====='
           END-DISPLAY.
           IF NOT WS-UN-AUTORIZADA THEN
               DISPLAY 'UNIDADE NAO AUTORIZADA PARA O OPERADOR. '
                       'ARQUIVO NAO GERADO.'
               END-DISPLAY
               GO TO P350-EXTRAI-UNIDADE-FIM
           END-IF.
           IF WS-UN-INEP EQUAL ZEROS THEN
               DISPLAY 'ATENCAO: UNIDADE SEM CODIGO INEP NO CADASTRO '
                       '(NTUNIMAN).'
               END-DISPLAY
           END-IF.
           MOVE SPACES TO WS-CFG-CAMINHO-03.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CENSO'         DELIMITED BY SIZE
                  WS-IND-UNIDADE                     DELIMITED BY SIZE
                  '.TXT'                             DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-03
           END-STRING.
           OPEN OUTPUT CENSO.
           IF NOT WS-FS-C-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO CENSO. FILE STATUS: '
                       WS-FS-C
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GO TO P350-EXTRAI-UNIDADE-FIM
           END-IF.
           MOVE SPACES         TO WS-CENSO-UNIDADE.
           MOVE '0'            TO WS-C0-TIPO.
           MOVE WS-UN-INEP     TO WS-C0-INEP.
           MOVE WS-IND-UNIDADE TO WS-C0-UNIDADE.
           MOVE WS-UN-NOME     TO WS-C0-NOME.
           MOVE WS-CENSO-UNIDADE TO REG-CENSO.
           WRITE REG-CENSO
           END-WRITE.
           MOVE ZEROS TO WS-QTD-ALUNOS WS-QTD-REJEITADOS
                         WS-QTD-MATRICULAS.
           SET WS-EOF-ALUNOS-OK TO FALSE.
           OPEN INPUT ALUNOS.
           DISPLAY '===== OCORRENCIAS DA VALIDACAO ====='
           END-DISPLAY.
           PERFORM P410-LE-ALUNO THRU P410-LE-ALUNO-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-ALUNOS-OK.
           CLOSE ALUNOS.
           CLOSE CENSO.
           DISPLAY '===== TOTAIS DE CONTROLE (FOLHA DE ROSTO) ====='
           END-DISPLAY.
           DISPLAY 'CODIGO INEP DA UNIDADE...: ' WS-UN-INEP
           END-DISPLAY.
           DISPLAY 'ALUNOS NO ARQUIVO........: ' WS-QTD-ALUNOS
           END-DISPLAY.
           DISPLAY 'ALUNOS FORA (VALIDACAO)..: ' WS-QTD-REJEITADOS
           END-DISPLAY.
           DISPLAY 'MATRICULAS NO ARQUIVO....: ' WS-QTD-MATRICULAS
           END-DISPLAY.
           ADD 1                 TO WS-TOT-UNIDADES.
           ADD WS-QTD-ALUNOS     TO WS-TOT-ALUNOS.
           ADD WS-QTD-REJEITADOS TO WS-TOT-REJEITADOS.
           ADD WS-QTD-MATRICULAS TO WS-TOT-MATRICULAS.
       P350-EXTRAI-UNIDADE-FIM.
           EXIT.

      *UNIDADE DO ALUNO LIDO: CODIGO ZERO OU INVALIDO (CADASTRO
      *ANTIGO) VALE COMO 01, A SEDE.
       P405-UNIDADE-ALUNO.
           MOVE 01 TO WS-UNIDADE-ALUNO.
           IF CD-UNIDADE-ALUNO IS NUMERIC
              AND CD-UNIDADE-ALUNO IS GREATER THAN ZEROS
              AND CD-UNIDADE-ALUNO IS LESS THAN 99 THEN
               MOVE CD-UNIDADE-ALUNO TO WS-UNIDADE-ALUNO
           END-IF.
       P405-UNIDADE-ALUNO-FIM.

      *SO ENTRA NO CENSO O ALUNO COM SITUACAO CADASTRAL ATIVA
      *(REGISTRO ANTIGO COM O CAMPO EM BRANCO CONTA COMO ATIVO) DA
      *UNIDADE EM EXTRACAO.
       P410-LE-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET WS-EOF-ALUNOS-OK TO TRUE
               NOT AT END
                   PERFORM P405-UNIDADE-ALUNO
                           THRU P405-UNIDADE-ALUNO-FIM
                   IF (ST-ALUNO-ATIVO OR ST-ALUNO EQUAL SPACES)
                      AND WS-UNIDADE-ALUNO EQUAL WS-IND-UNIDADE THEN
                       PERFORM P440-VALIDA-ALUNO
                               THRU P440-VALIDA-ALUNO-FIM
                       IF WS-ALUNO-VALIDO-OK THEN
