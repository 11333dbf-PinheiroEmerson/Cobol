      *            HORA A TAXA DE DOCUMENTO (TIPO D DE CFPK0008),
      *            COM VALOR DO PARAMETRO TAXA-2VIA-CENT E
      *            VENCIMENTO EM 30 DIAS, AUDITADA COMO NO NTFINTAX.
      * Update:    16/01/2023 - COBRANCA NOVA GRAVADA COM O DESCONTO DE
      *            PONTUALIDADE (VL-DESCONTO-PONT) ZERADO; O DESCONTO SO
      *            E APURADO NA BAIXA.
      * Update:    30/01/2023 - COBRANCA NOVA GRAVADA SEM CALCULO
      *            PROPORCIONAL (TP-PRORATA EM BRANCO E DIAS/VALOR
      *            INTEGRAL ZERADOS).
      * Update:    06/02/2023 - COBRANCA NOVA GRAVADA SEM BAIXA POR
      *            PERDA NEM RECUPERACAO (DATAS E VALORES DE
      *            PERDA/RECUPERACAO ZERADOS).
      * Update:    13/02/2023 - CAMPOS DA NEGATIVACAO NO BIRO (CFPK0008)
      *            ZERADOS NA COBRANCA NOVA.
      * Update:    27/02/2023 - COBRANCA NOVA NASCE SEM PASSO DA REGUA
      *            DE COBRANCA (NR-PASSO-REGUA E DT-PASSO-REGUA
      *            ZERADOS).
      * Update:    08/09/2023 - CADA REGISTRO GRAVADO NA AUDITORIA
      *            PASSA PELO PGAUDELO ANTES DO WRITE, QUE O NUMERA E
      *            ENCADEIA AO ANTERIOR (CONFERENCIA PELO NTAUDVER).
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
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
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT MENSALIDADE
           88 WS-FS-F-OK               VALUE 0.
       77  WS-FS-AUD                   PIC 99.
           88 WS-FS-AUD-OK             VALUE 0.
      *AREA DO ENCADEAMENTO DA AUDITORIA (PGAUDELO): DEPOIS DO WRITE
      *BEM-SUCEDIDO, A ACAO 'G' CONFIRMA O NUMERO USADO NO CONTROLE.
       01  WS-PARM-ELO.
           03 WS-EL-ACAO               PIC X(01) VALUE 'E'.
           03 WS-EL-ELO-ANTERIOR       PIC 9(09) VALUE ZEROS.
           03 WS-EL-ELO-CALCULADO      PIC 9(09) VALUE ZEROS.
           03 WS-EL-COASSINANTE        PIC X(10) VALUE SPACES.

      *AREA DO SPOOL DE RELATORIOS (PGSPOOL) E PAGINACAO (60 LINHAS
      *POR PAGINA, COMO NO NTALULIS).
           MOVE ZEROS  TO NR-ACORDO.
           MOVE ZEROS  TO VL-MULTA.
           MOVE ZEROS  TO VL-JUROS.
           MOVE ZEROS  TO VL-DESCONTO-PONT.
           MOVE SPACES TO TP-PRORATA.
           MOVE ZEROS  TO DT-INICIO-PRORATA.
           MOVE ZEROS  TO QT-DIAS-PRORATA.
           MOVE ZEROS  TO QT-DIAS-BASE-PRORATA.
           MOVE ZEROS  TO VL-INTEGRAL-PRORATA.
           MOVE ZEROS  TO DT-BAIXA-PERDA.
           MOVE ZEROS  TO VL-BAIXA-PERDA.
           MOVE ZEROS  TO DT-RECUPERACAO.
           MOVE ZEROS  TO VL-RECUPERADO.
           MOVE ZEROS  TO VL-RECUPERADO-MES.
           MOVE SPACES TO ST-NEGATIVACAO.
           MOVE ZEROS  TO DT-AVISO-NEGAT.
           MOVE ZEROS  TO DT-INCLUSAO-NEGAT.
           MOVE ZEROS  TO DT-BAIXA-NEGAT.
           MOVE ZEROS  TO DT-EXCLUSAO-NEGAT.
           MOVE ZEROS  TO CPF-NEGATIVACAO.
           MOVE ZEROS  TO VL-NEGATIVADO.
           MOVE ZEROS  TO NR-PASSO-REGUA.
           MOVE ZEROS  TO DT-PASSO-REGUA.
           MOVE SPACES TO ST-COBRANCA.
           WRITE REG-MENSALIDADE
               INVALID KEY
           MOVE WS-DH-SEG  TO HR-AUDITORIA-SEG.
           MOVE 'MENSALIDA'         TO NM-ARQUIVO-AUDITORIA.
           MOVE 'INCLUSAO'          TO TP-OPERACAO-AUDITORIA.
           MOVE CH-MENSALIDADE      TO CH-REGISTRO-AUDITORIA.
           MOVE SPACES              TO DS-ANTES-AUDITORIA.
           MOVE REG-MENSALIDADE     TO DS-DEPOIS-AUDITORIA.
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
       P710-GRAVA-AUDITORIA-FIM.

      *ALOCA O SPOOL DAS CARTEIRINHAS NO PGSPOOL E ABRE O ARQUIVO
