      *            DURACAO EM SEGUNDOS E CONTADORES, E DESTACA JOBS
      *            QUE DEMORARAM ALEM DO LIMITE INFORMADO OU QUE
      *            REJEITARAM REGISTROS DEMAIS.
      * Update:    11/09/2023 - A EXECUCAO CO-ASSINADA POR UM SEGUNDO
      *            SUPERVISOR (PGCOASSI) SAI COM O CO-ASSINANTE NA
      *            LINHA SEGUINTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ' DUR(S): ' WS-DURACAO
                   WS-MARCA
           END-DISPLAY.
           IF ID-COASSINANTE-JOB NOT EQUAL SPACES THEN
               DISPLAY '    CO-ASSINADO POR ' ID-COASSINANTE-JOB
               END-DISPLAY
           END-IF.
       P440-LISTA-REGISTRO-FIM.

       P900-FINALIZA.
