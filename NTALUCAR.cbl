      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    20/09/2023 - O TEXTO DA CARTA (AVISO, VALOR E
      *            ORIENTACAO) PASSA A SER MONTADO PELO MODELO VIGENTE
      *            EM MODELO.DAT (PGMODELO, MANTIDO NO NTMODMAN): EVENTO
      *            CARTAAVn (n = FAIXA DE ATRASO), CANAL C, DESTINATARIO
      *            A (ALUNO) OU R (RESPONSAVEL DO MENOR), COM NOME DO
      *            ALUNO E DO RESPONSAVEL, VALOR EM ABERTO E VENCIMENTO
      *            MAIS ANTIGO. SEM MODELO VIGENTE, SAI O TEXTO
      *            ESCALONADO DE ANTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-FX-DT-VENC-ANTIGA     PIC 9(08).

       77  WS-LINHA                    PIC X(80) VALUE SPACES.
       77  WS-MSK-VL-ABERTO            PIC ZZ.ZZZ.ZZ9,99.
       77  WS-IND-LINHA                PIC 9(01) VALUE ZEROS.

      *AREA DA MONTAGEM PELO MODELO (PGMODELO).
       01  WS-PARM-MODELO.
           03 WS-MD-TP-EVENTO          PIC X(10).
           03 WS-MD-CANAL              PIC X(01).
           03 WS-MD-TP-DESTINATARIO    PIC X(01).
           03 WS-MD-DT-REFERENCIA      PIC 9(08).
           03 WS-MD-NM-ALUNO           PIC X(30).
           03 WS-MD-NM-MATERIA         PIC X(20).
           03 WS-MD-DT-VENCIMENTO      PIC X(10).
           03 WS-MD-VL-COBRANCA        PIC X(15).
           03 WS-MD-NM-RESPONSAVEL     PIC X(30).
           03 WS-MD-DT-MENSAGEM        PIC X(10).
           03 WS-MD-TX-LIVRE           PIC X(40).
           03 WS-MD-ST-MODELO          PIC X(01).
               88 WS-MD-MODELO-OK          VALUE 'S'.
           03 WS-MD-DT-INICIO-VIGENTE  PIC 9(08).
           03 WS-MD-QT-LINHAS          PIC 9(01).
           03 WS-MD-LINHA-MSG          PIC X(80) OCCURS 6 TIMES.
           03 WS-MD-TX-CORRIDO         PIC X(120).

       77  WS-QTD-CARTAS               PIC 9(04) VALUE ZEROS.

           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
           PERFORM P605-MONTA-MODELO THRU P605-MONTA-MODELO-FIM.
           IF WS-MD-MODELO-OK THEN
               PERFORM P608-GRAVA-LINHA-MODELO
                       THRU P608-GRAVA-LINHA-MODELO-FIM
                       VARYING WS-IND-LINHA FROM 1 BY 1
                       UNTIL WS-IND-LINHA > WS-MD-QT-LINHAS
               GO TO P600-GERA-CARTA-RODAPE
           END-IF.
           PERFORM P610-TEXTO-ESCALONADO
                   THRU P610-TEXTO-ESCALONADO-FIM.
           MOVE SPACES TO WS-LINHA.
                TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
       P600-GERA-CARTA-RODAPE.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
       P600-GERA-CARTA-FIM.
           EXIT.

      *TEXTO DA CARTA PELO MODELO VIGENTE NA EMISSAO: EVENTO CARTAAV
      *MAIS A FAIXA DE ATRASO, DESTINATARIO R QUANDO A CARTA VAI AO
      *RESPONSAVEL DO MENOR.
       P605-MONTA-MODELO.
           INITIALIZE WS-PARM-MODELO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           STRING 'CARTAAV' WS-FAIXA-ATRASO DELIMITED BY SIZE
                  INTO WS-MD-TP-EVENTO
           END-STRING.
           MOVE 'C' TO WS-MD-CANAL.
           IF WS-USA-RESPONSAVEL-OK THEN
               MOVE 'R'        TO WS-MD-TP-DESTINATARIO
               MOVE WS-EC-NOME TO WS-MD-NM-RESPONSAVEL
           ELSE
               MOVE 'A'        TO WS-MD-TP-DESTINATARIO
           END-IF.
           MOVE WS-DH-DATA            TO WS-MD-DT-REFERENCIA.
           MOVE NM-ALUNO OF REG-ALUNO TO WS-MD-NM-ALUNO.
           MOVE WS-VL-EM-ABERTO       TO WS-MSK-VL-ABERTO.
           MOVE FUNCTION TRIM (WS-MSK-VL-ABERTO)
                                      TO WS-MD-VL-COBRANCA.
           IF WS-FX-DT-VENC-ANTIGA IS NUMERIC AND
              WS-FX-DT-VENC-ANTIGA IS GREATER THAN ZEROS THEN
               STRING WS-FX-DT-VENC-ANTIGA (7:2) '/'
                      WS-FX-DT-VENC-ANTIGA (5:2) '/'
                      WS-FX-DT-VENC-ANTIGA (1:4) DELIMITED BY SIZE
                      INTO WS-MD-DT-VENCIMENTO
               END-STRING
           END-IF.
           STRING WS-DH-DIA '/' WS-DH-MES '/' WS-DH-ANO
                  DELIMITED BY SIZE
                  INTO WS-MD-DT-MENSAGEM
           END-STRING.
           CALL 'PGMODELO' USING WS-PARM-MODELO.
       P605-MONTA-MODELO-FIM.

       P608-GRAVA-LINHA-MODELO.
           MOVE WS-MD-LINHA-MSG (WS-IND-LINHA) TO REG-CARTA.
           WRITE REG-CARTA
           END-WRITE.
       P608-GRAVA-LINHA-MODELO-FIM.

       P610-TEXTO-ESCALONADO.
           EVALUATE TRUE
