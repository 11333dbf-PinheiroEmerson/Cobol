      *            JOBLOG.DAT (CFPK0012). CADA BATCH CHAMA ESTA
      *            ROTINA UMA VEZ, NO ENCERRAMENTO, PARA DEIXAR UM
      *            RASTRO DURAVEL DA EXECUCAO.
      * Update:    11/09/2023 - SEGUNDO PARAMETRO OPCIONAL COM O
      *            SUPERVISOR QUE CO-ASSINOU A EXECUCAO (PGCOASSI),
      *            GRAVADO EM ID-COASSINANTE-JOB; OS PROGRAMAS QUE SO
      *            PASSAM A AREA DO LOG GRAVAM O CAMPO EM BRANCO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 LK-QTD-REJEITADOS        PIC 9(06).
           03 LK-STATUS                PIC X(10).

       01  LK-COASSINANTE              PIC X(10).

       PROCEDURE DIVISION USING LK-PARM-JOBLOG LK-COASSINANTE.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
           MOVE LK-QTD-GRAVADOS    TO QT-GRAVADOS-JOB.
           MOVE LK-QTD-REJEITADOS  TO QT-REJEITADOS-JOB.
           MOVE LK-STATUS          TO ST-JOB.
           MOVE SPACES             TO ID-COASSINANTE-JOB.
           IF ADDRESS OF LK-COASSINANTE NOT EQUAL NULL THEN
               MOVE LK-COASSINANTE TO ID-COASSINANTE-JOB
           END-IF.
           WRITE REG-JOBLOG
           END-WRITE.
           CLOSE JOBLOG.
