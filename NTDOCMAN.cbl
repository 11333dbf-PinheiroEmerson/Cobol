      *            CHECKLIST DO ALUNO CRUZANDO OS DOIS: O QUE A
      *            PASTA TEM E O QUE AINDA FALTA. A FISCALIZACAO
      *            REPROVA EXATAMENTE A PASTA DE PAPEL SEM CONTROLE.
      * Update:    17/04/2023 - ENTREGA SEM DATA (ABERTA PELA
      *            CONFIRMACAO DE MATRICULA DO NTSELCNV) E TRATADA COMO
      *            PENDENTE NO CHECKLIST; O REGISTRO DA ENTREGA REGRAVA
      *            A DATA NELA E O ESTORNO A RECUSA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           END-ACCEPT.
           MOVE WS-ID-ALUNO     TO ID-ALUNO-DOC.
           MOVE WS-CD-DOCUMENTO TO CD-DOCUMENTO-ALU.
      *O CHECKLIST ABERTO NA MATRICULA JA TEM A ENTREGA SEM DATA
      *(PENDENTE); NESSE CASO A ENTREGA E REGRAVADA COM A DATA.
           READ DOCALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DT-ENTREGA-DOC NOT EQUAL ZEROS THEN
                       DISPLAY 'ENTREGA JA REGISTRADA.'
                       END-DISPLAY
                       GO TO P530-REGISTRA-ENTREGA-FIM
                   END-IF
                   MOVE WS-DH-DATA      TO DT-ENTREGA-DOC
                   MOVE WS-COM-OPERADOR TO ID-OPERADOR-DOC
                   REWRITE REG-DOCALU
                       INVALID KEY
                           DISPLAY 'ERRO AO REGISTRAR A ENTREGA.'
                           END-DISPLAY
                       NOT INVALID KEY
                           DISPLAY 'ENTREGA REGISTRADA COM SUCESSO.'
                           END-DISPLAY
                   END-REWRITE
                   GO TO P530-REGISTRA-ENTREGA-FIM
           END-READ.
           MOVE WS-ID-ALUNO     TO ID-ALUNO-DOC.
           MOVE WS-CD-DOCUMENTO TO CD-DOCUMENTO-ALU.
           MOVE WS-DH-DATA      TO DT-ENTREGA-DOC.
           MOVE WS-COM-OPERADOR TO ID-OPERADOR-DOC.
           WRITE REG-DOCALU
           END-ACCEPT.
           MOVE WS-ID-ALUNO     TO ID-ALUNO-DOC.
           MOVE WS-CD-DOCUMENTO TO CD-DOCUMENTO-ALU.
           READ DOCALU
               INVALID KEY
                   DISPLAY 'ENTREGA NAO LOCALIZADA.'
                   END-DISPLAY
                   GO TO P540-ESTORNA-ENTREGA-FIM
           END-READ.
           IF DT-ENTREGA-DOC EQUAL ZEROS THEN
               DISPLAY 'ENTREGA NAO REGISTRADA; DOCUMENTO PENDENTE.'
               END-DISPLAY
               GO TO P540-ESTORNA-ENTREGA-FIM
           END-IF.
           DELETE DOCALU RECORD
               INVALID KEY
                   DISPLAY 'ENTREGA NAO LOCALIZADA.'
                   END-DISPLAY
           END-DELETE.
       P540-ESTORNA-ENTREGA-FIM.
           EXIT.

      *CHECKLIST DO ALUNO: PERCORRE OS EXIGIDOS DO CURSO DELE E
      *MOSTRA, PARA CADA UM, SE FOI ENTREGUE (COM A DATA) OU SE
                                       DS-DOCUMENTO ' - PENDENTE'
                               END-DISPLAY
                           NOT INVALID KEY
                               PERFORM P557-MOSTRA-ENTREGA
                                       THRU P557-MOSTRA-ENTREGA-FIM
                       END-READ
                   END-IF
           END-READ.
       P555-CONFERE-DOCUMENTO-FIM.

      *ENTREGA SEM DATA E A PENDENCIA ABERTA PELA MATRICULA.
       P557-MOSTRA-ENTREGA.
           IF DT-ENTREGA-DOC EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-PENDENTES
               DISPLAY CD-DOCUMENTO ' ' DS-DOCUMENTO ' - PENDENTE'
               END-DISPLAY
           ELSE
               DISPLAY CD-DOCUMENTO ' ' DS-DOCUMENTO
                       ' - ENTREGUE EM ' DT-ENTREGA-DOC
               END-DISPLAY
           END-IF.
       P557-MOSTRA-ENTREGA-FIM.

       P420-FECHA-ARQ.
           CLOSE DOCREQ.
           CLOSE DOCALU.
