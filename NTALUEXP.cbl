      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    06/09/2023 - TELEFONE, NASCIMENTO E CPF SAEM
      *            MASCARADOS NO CSV (CARGA CHEIA E DELTA) QUANDO O
      *            NIVEL DO OPERADOR NAO LIBERA ESSAS CLASSES DE DADO
      *            (PGMASCAR, LGPD). A CHAMADA DIRETA PELO CONSOLE,
      *            SEM AREA DE COMUNICACAO, SAI SEMPRE MASCARADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77  WS-CONTA-REG                PIC 9(04) VALUE ZEROS.

      *AREA DO MASCARAMENTO DE DADOS SENSIVEIS (PGMASCAR): TELEFONE,
      *NASCIMENTO E CPF SAEM EM CLARO SO SE O NIVEL DO OPERADOR
      *PERMITE.
       01  WS-PARM-MASCARA.
           03 WS-MC-ACAO               PIC X(01).
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
       01  WS-EX-DADOS-CSV.
           03 WS-EX-DDD                PIC X(02).
           03 WS-EX-FONE               PIC X(11).
           03 WS-EX-NASC               PIC X(10).
           03 WS-EX-CPF                PIC X(14).
       01  WS-EX-FONE-CLARO            PIC X(11).
       01  FILLER REDEFINES WS-EX-FONE-CLARO.
           03 WS-EX-FONE-DDD           PIC X(02).
           03 WS-EX-FONE-NUMERO        PIC X(09).
       01  WS-EX-NASC-CLARO            PIC X(08).
       01  FILLER REDEFINES WS-EX-NASC-CLARO.
           03 WS-EX-NASC-ANO           PIC X(04).
           03 WS-EX-NASC-MES           PIC X(02).
           03 WS-EX-NASC-DIA           PIC X(02).

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 LK-COM-MENSAGEM          PIC X(40).
               ACCEPT WS-DL-MODO
               END-ACCEPT
           END-IF.
           INITIALIZE WS-PARM-MASCARA
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           MOVE 'L'           TO WS-MC-ACAO.
           MOVE 'NTALUEXP'    TO WS-MC-PROGRAMA.
           MOVE 'ALUNOS'      TO WS-MC-ARQUIVO.
           IF ADDRESS OF LK-COM-AREA NOT EQUAL NULL THEN
               MOVE LK-COM-NIVEL    TO WS-MC-NIVEL
               MOVE LK-COM-OPERADOR TO WS-MC-OPERADOR
           END-IF.
           DISPLAY '*** EXPORTACAO DE ALUNOS PARA CSV ***'
           END-DISPLAY.
       P100-INICIO-FIM.
                   MOVE 'C' TO WS-DL-ACAO
                   MOVE DS-DEPOIS-AUDITORIA TO WS-DL-IMAGEM
           END-EVALUATE.
           MOVE WS-DL-AL-ID   TO WS-MC-CHAVE.
           MOVE WS-DL-AL-FONE TO WS-EX-FONE-CLARO.
           MOVE WS-DL-AL-NASC TO WS-EX-NASC-CLARO.
           MOVE WS-DL-AL-CPF  TO WS-MC-VALOR.
           PERFORM P435-MASCARA-DADOS THRU P435-MASCARA-DADOS-FIM.
      *NO DELTA O NASCIMENTO LIBERADO CONTINUA NO FORMATO AAAAMMDD.
           IF WS-MC-AUTORIZADO-OK THEN
               MOVE WS-EX-NASC-CLARO TO WS-EX-NASC
           END-IF.
           MOVE SPACES TO WS-LINHA-CSV.
           STRING WS-DL-ACAO                        DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DL-AL-NOME)     DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  WS-EX-DDD                         DELIMITED BY SIZE
                  WS-EX-FONE                        DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-NASC)        DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-CPF)         DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DL-AL-RUA)      DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
       P420-FECHA-ARQ-FIM.

       P430-GRAVA-LINHA-CSV.
           MOVE WS-ID-ALUNO      TO WS-MC-CHAVE.
           MOVE WS-TL-ALUNO      TO WS-EX-FONE-CLARO.
           MOVE WS-DT-NASC-ALUNO TO WS-EX-NASC-CLARO.
           MOVE WS-CPF-ALUNO     TO WS-MC-VALOR.
           PERFORM P435-MASCARA-DADOS THRU P435-MASCARA-DADOS-FIM.
           MOVE SPACES TO WS-LINHA-CSV.
           STRING WS-ID-ALUNO                       DELIMITED BY SIZE
                  ','                                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NM-ALUNO)        DELIMITED BY SIZE
                  ','                                DELIMITED BY SIZE
                  WS-EX-DDD                          DELIMITED BY SIZE
                  ','                                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-FONE)         DELIMITED BY SIZE
                  ','                                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-NASC)         DELIMITED BY SIZE
                  ','                                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-CPF)          DELIMITED BY SIZE
                  ','                                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PAIS-ALUNO)      DELIMITED BY SIZE
                  ','                                DELIMITED BY SIZE
           ADD 1 TO WS-CONTA-REG.
       P430-GRAVA-LINHA-CSV-FIM.

      *CPF (JA EM WS-MC-VALOR), TELEFONE E NASCIMENTO DA LINHA, EM
      *CLARO OU MASCARADOS CONFORME O NIVEL DO OPERADOR. O DDD SO SAI
      *COM O TELEFONE LIBERADO; DO NASCIMENTO MASCARADO FICA O ANO.
       P435-MASCARA-DADOS.
           MOVE 'C'              TO WS-MC-CLASSE.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           MOVE WS-MC-SAIDA      TO WS-EX-CPF.
           MOVE 'T'              TO WS-MC-CLASSE.
           MOVE WS-EX-FONE-CLARO TO WS-MC-VALOR.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           IF WS-MC-AUTORIZADO-OK THEN
               MOVE WS-EX-FONE-DDD    TO WS-EX-DDD
               MOVE WS-EX-FONE-NUMERO TO WS-EX-FONE
           ELSE
               MOVE '**'              TO WS-EX-DDD
               MOVE WS-MC-SAIDA (3:9) TO WS-EX-FONE
           END-IF.
           MOVE 'N'              TO WS-MC-CLASSE.
           MOVE WS-EX-NASC-CLARO TO WS-MC-VALOR.
           CALL 'PGMASCAR' USING WS-PARM-MASCARA.
           MOVE SPACES           TO WS-EX-NASC.
           IF WS-MC-AUTORIZADO-OK THEN
               STRING WS-EX-NASC-DIA '/' WS-EX-NASC-MES '/'
                      WS-EX-NASC-ANO
                      DELIMITED BY SIZE INTO WS-EX-NASC
               END-STRING
           ELSE
               STRING '**/**/' WS-EX-NASC-ANO
                      DELIMITED BY SIZE INTO WS-EX-NASC
               END-STRING
           END-IF.
       P435-MASCARA-DADOS-FIM.

       P800-ERRO.
           MOVE 'ERRO' TO WS-JL-STATUS.
           MOVE 8 TO RETURN-CODE.
