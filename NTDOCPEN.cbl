      *            (DOCALU.DAT) E LISTA O QUE AINDA FALTA NA PASTA.
      *            SAI NO SPOOL (PGSPOOL), REIMPRIMIVEL PELO
      *            NTSPLREP.
      * Update:    17/04/2023 - ENTREGA SEM DATA (CHECKLIST ABERTO PELA
      *            CONFIRMACAO DE MATRICULA DO NTSELCNV) PASSA A SER
      *            LISTADA COMO PENDENTE.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO (INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX). A LEITURA POSICIONA NA
      *            OFERTA PELA CHAVE NOVA (P405) E PARA NA PRIMEIRA
      *            MATRICULA DE OUTRA OFERTA, EM VEZ DE PERCORRER O
      *            ARQUIVO INTEIRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS-R.

           SELECT ALUNOS
           PERFORM P300-ABRE-SPOOL THRU P300-ABRE-SPOOL-FIM.
           PERFORM P440-GRAVA-CABECALHO
                   THRU P440-GRAVA-CABECALHO-FIM.
           PERFORM P405-POSICIONA-MATRICULA
                   THRU P405-POSICIONA-MATRICULA-FIM.
           PERFORM P410-LE-MATRICULA THRU P410-LE-MATRICULA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-MATRICULA-OK.
           PERFORM P310-FECHA-SPOOL THRU P310-FECHA-SPOOL-FIM.
           END-DISPLAY.
       P200-PROCESSA-FIM.

      *POSICIONA NA PRIMEIRA MATRICULA DA OFERTA PELA CHAVE ALTERNADA
      *CH-OFERTA-MATRICULA (MATERIA + ANO/SEMESTRE). OFERTA SEM
      *MATRICULA = FIM IMEDIATO.
       P405-POSICIONA-MATRICULA.
           MOVE WS-ID-MATERIA   TO ID-MATERIA   OF CH-MATRICULA.
           MOVE WS-ANO-SEMESTRE TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS EQUAL TO CH-OFERTA-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATRICULA-OK TO TRUE
           END-START.
       P405-POSICIONA-MATRICULA-FIM.

      *A LEITURA SEGUE NA ORDEM DA CHAVE ALTERNADA; A PRIMEIRA
      *MATRICULA DE OUTRA OFERTA ENCERRA O LACO. A TURMA, FORA DA
      *CHAVE, CONTINUA FILTRADA AQUI.
       P410-LE-MATRICULA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-MATRICULA-OK TO TRUE
               NOT AT END
                   IF ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA OR
                      ANO-SEMESTRE OF REG-MATRICULA NOT EQUAL
                          WS-ANO-SEMESTRE THEN
                       SET WS-EOF-MATRICULA-OK TO TRUE
                       GO TO P410-LE-MATRICULA-FIM
                   END-IF
                   IF ST-MATRICULA-ATIVA AND
                      (WS-CD-TURMA EQUAL SPACES OR
                       TURMA OF REG-MATRICULA EQUAL WS-CD-TURMA)
                       THEN
                   ELSE
                       MOVE WS-ID-ALUNO-ATUAL TO ID-ALUNO-DOC
                       MOVE CD-DOCUMENTO      TO CD-DOCUMENTO-ALU
      *ENTREGA SEM DATA E A PENDENCIA ABERTA PELA MATRICULA.
                       READ DOCALU
                           INVALID KEY
                               MOVE ZEROS TO DT-ENTREGA-DOC
                       END-READ
                       IF DT-ENTREGA-DOC EQUAL ZEROS THEN
                           ADD 1 TO WS-QT-PENDENTES-ALUNO
                           ADD 1 TO WS-QTD-PENDENCIAS
                           PERFORM P520-LISTA-PENDENCIA
                                   THRU P520-LISTA-PENDENCIA-FIM
                       END-IF
                   END-IF
           END-READ.
       P510-CONFERE-DOCUMENTO-FIM.
