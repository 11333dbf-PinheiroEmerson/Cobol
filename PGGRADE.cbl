      *            (NTCURAUD), PELO CERTIFICADO (NTCERCON) E PELA
      *            PROPOSTA DE REMATRICULA (NTMATPRO). MESMO PADRAO
      *            DE ROTINA CHAMAVEL DO PGPARLER/PGAPROVA.
      * Update:    03/04/2023 - DEVOLVE TAMBEM O ANO DE VIGENCIA DA
      *            VERSAO RESOLVIDA (LK-AA-VIGENCIA-GRADE; ZERO = GRADE
      *            UNICA DE CURSO.DAT), CHAVE DOS GRUPOS DE ELETIVAS DA
      *            GRADE (ELETIVAS.DAT, PGELETIV).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 LK-QT-MATERIAS           PIC 9(02).
           03 LK-GRADE                 OCCURS 20 TIMES.
               05 LK-ID-MATERIA-GRADE  PIC 9(05).
           03 LK-AA-VIGENCIA-GRADE     PIC 9(04).

       PROCEDURE DIVISION USING LK-PARM-GRADE.


       P100-INICIO.
           MOVE ZEROS TO LK-QT-MATERIAS.
           MOVE ZEROS TO LK-AA-VIGENCIA-GRADE.
           PERFORM P110-LIMPA-GRADE THRU P110-LIMPA-GRADE-FIM
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 20.
                   ELSE
                       SET WS-ACHOU-VERSAO-OK TO TRUE
                       MOVE QT-MATERIAS-VER TO LK-QT-MATERIAS
                       MOVE AA-VIGENCIA     TO LK-AA-VIGENCIA-GRADE
                       PERFORM P220-COPIA-MATERIA
                               THRU P220-COPIA-MATERIA-FIM
                               VARYING WS-INDICE FROM 1 BY 1
