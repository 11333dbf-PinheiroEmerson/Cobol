      * Date:      09/08/2022.
      * Purpose:   MATRICULA DE ALUNO EM MATERIA (ANTES DO LANCAMENTO
      *            DE NOTAS).
      * Update:    19/09/2023 - O OPERADOR SO MATRICULA ALUNO DE UNIDADE
      *            (CAMPUS) EM QUE ESTA AUTORIZADO, E SO EM TURMA DE
      *            UNIDADE AUTORIZADA (PGUNIDAD). ALUNO DE UM CAMPUS
      *            PODE CURSAR TURMA DE OUTRO.
      * Update:    15/09/2023 - MATRICULA.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    05/12/2022 - O ANO-SEMESTRE PASSA A FAZER PARTE DA
      *            CHAVE DA MATRICULA: O ALUNO REPROVADO PODE SER
      *            MATRICULADO DE NOVO NA MESMA MATERIA EM OUTRO
      *            PERIODO, MANTENDO A MATRICULA ANTERIOR. A NOVA
      *            TENTATIVA E RECUSADA SE O ALUNO JA FOI APROVADO NA
      *            MATERIA OU SE AINDA TEM MATRICULA ATIVA OU EM ESPERA
      *            NELA EM OUTRO PERIODO.
      * Update:    27/11/2022 - O BLOQUEIO POR INADIMPLENCIA PASSA A
      *            SER GRADUADO PELA FAIXA DE ATRASO (PGFXINAD, COM
      *            AS FAIXAS EM DIAS PARAMETRIZADAS EM
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS CH-MATRICULA
           ALTERNATE RECORD KEY IS CH-OFERTA-MATRICULA
               WITH DUPLICATES
           FILE  STATUS IS WS-FS.

           SELECT HORARIO
       77  WS-FS-Q                        PIC 99.
           88 WS-FS-Q-OK                  VALUE 0.

      *CONTROLES DA NOVA TENTATIVA NA MESMA MATERIA: AS MATRICULAS
      *DO ALUNO NA MATERIA EM OUTROS PERIODOS SAO VARRIDAS PELA CHAVE
      *(ALUNO + MATERIA + ANO/SEMESTRE).
       77  WS-EOF-TENTATIVA               PIC X.
           88 WS-EOF-TENTATIVA-OK         VALUE 'S' FALSE 'N'.
       77  WS-TENTATIVA-RECUSADA          PIC X.
           88 WS-TENTATIVA-RECUSADA-OK    VALUE 'S' FALSE 'N'.

       01  WS-PARM-APROVA.
           03 WS-AP-ID-ALUNO              PIC 9(05).
           03 WS-AP-ID-MATERIA            PIC 9(05).
       77  WS-EOF-MATR-ALUNO              PIC X.
           88 WS-EOF-MATR-ALUNO-OK        VALUE 'S' FALSE 'N'.

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD).
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR              PIC X(10).
           03 WS-UN-UNIDADE               PIC 9(02).
           03 WS-UN-SITUACAO              PIC X(01).
               88 WS-UN-AUTORIZADA        VALUE 'A'.
           03 WS-UN-NOME                  PIC X(30).
           03 WS-UN-INEP                  PIC 9(08).
           03 WS-UN-LOTACAO               PIC 9(02).
           03 WS-UN-ATIVA                 PIC X(01).

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM             PIC X(40).
                       THRU P454-VERIFICA-PREREQUISITOS-FIM
           END-IF.

           SET WS-TENTATIVA-RECUSADA-OK TO FALSE.
           IF WS-ALUNO-ENCONTRADO-OK AND WS-MATERIA-ENCONTRADA-OK
              AND WS-ALUNO-ADIMPLENTE-OK
              AND WS-TEM-RESPONSAVEL-OK
              AND NOT WS-PREREQ-PENDENTE-OK THEN
               PERFORM P457-VERIFICA-TENTATIVA
                       THRU P457-VERIFICA-TENTATIVA-FIM
           END-IF.

           IF WS-ALUNO-ENCONTRADO-OK AND WS-MATERIA-ENCONTRADA-OK
              AND WS-ALUNO-ADIMPLENTE-OK THEN
               PERFORM P446A-VERIFICA-JANELA
              AND WS-TEM-RESPONSAVEL-OK
              AND WS-TURMA-VALIDA-OK
              AND WS-JANELA-ABERTA-OK
              AND NOT WS-PREREQ-PENDENTE-OK
              AND NOT WS-TENTATIVA-RECUSADA-OK THEN
               PERFORM P448-VERIFICA-CONFLITO
                       THRU P448-VERIFICA-CONFLITO-FIM
               IF WS-CONFLITO-OK THEN

           WRITE REG-MATRICULA
               INVALID KEY
                   DISPLAY 'ALUNO JAH MATRICULADO NESTA MATERIA NO '
                           'PERIODO.'
                   END-DISPLAY
               NOT INVALID KEY
      *A VAGA SO E SOMADA NA CONTAGEM MANTIDA QUANDO A MATRICULA
                               'OFERTA. CADASTRE-A NO MENU DE '
                               'TURMAS OU ESCOLHA OUTRA.'
                       END-DISPLAY
                   NOT INVALID KEY
                       MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR
                       MOVE CD-UNIDADE-TURMA TO WS-UN-UNIDADE
                       CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
                       IF NOT WS-UN-AUTORIZADA THEN
                           SET WS-TURMA-VALIDA-OK TO FALSE
                           DISPLAY 'TURMA DE UNIDADE NAO AUTORIZADA '
                                   'PARA O OPERADOR.'
                           END-DISPLAY
                       END-IF
               END-READ
           END-IF.
       P447-VALIDA-TURMA-FIM.
           END-IF.
       P456-VERIFICA-APROVACAO-FIM.

      *NOVA TENTATIVA NA MESMA MATERIA: SO E ACEITA SE O ALUNO AINDA
      *NAO FOI APROVADO NELA E NAO TEM OUTRA MATRICULA ATIVA OU EM
      *ESPERA NA MATERIA EM OUTRO PERIODO. MATRICULA REPETIDA NO
      *MESMO PERIODO CONTINUA RECUSADA PELA CHAVE NA GRAVACAO.
       P457-VERIFICA-TENTATIVA.
           SET WS-TENTATIVA-RECUSADA-OK TO FALSE.
           MOVE WS-ID-ALUNO   TO WS-AP-ID-ALUNO.
           MOVE WS-ID-MATERIA TO WS-AP-ID-MATERIA.
           CALL 'PGAPROVA' USING WS-PARM-APROVA.
           IF WS-AP-APROVADO-SIM THEN
               SET WS-TENTATIVA-RECUSADA-OK TO TRUE
               DISPLAY 'ALUNO JA APROVADO NESTA MATERIA. MATRICULA '
                       'RECUSADA.'
               END-DISPLAY
               GO TO P457-VERIFICA-TENTATIVA-FIM
           END-IF.

           SET WS-EOF-TENTATIVA-OK TO FALSE.
           MOVE WS-ID-ALUNO   TO ID-ALUNO     OF CH-MATRICULA.
           MOVE WS-ID-MATERIA TO ID-MATERIA   OF CH-MATRICULA.
           MOVE ZEROS         TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
               INVALID KEY
                   SET WS-EOF-TENTATIVA-OK TO TRUE
           END-START.
           PERFORM P457A-LE-TENTATIVA THRU P457A-LE-TENTATIVA-FIM
                   WITH TEST BEFORE UNTIL WS-EOF-TENTATIVA-OK
                      OR WS-TENTATIVA-RECUSADA-OK.
       P457-VERIFICA-TENTATIVA-FIM.

       P457A-LE-TENTATIVA.
           READ MATRICULA NEXT RECORD
               AT END
                   SET WS-EOF-TENTATIVA-OK TO TRUE
               NOT AT END
                   IF ID-ALUNO   OF CH-MATRICULA NOT EQUAL WS-ID-ALUNO
                   OR ID-MATERIA OF CH-MATRICULA NOT EQUAL
                          WS-ID-MATERIA THEN
                       SET WS-EOF-TENTATIVA-OK TO TRUE
                   ELSE
                       IF (ST-MATRICULA-ATIVA OR ST-MATRICULA-ESPERA)
                          AND ANO-SEMESTRE OF CH-MATRICULA NOT EQUAL
                              WS-ANO-SEMESTRE THEN
                           SET WS-TENTATIVA-RECUSADA-OK TO TRUE
                           DISPLAY 'ALUNO COM MATRICULA '
                                   ST-MATRICULA ' NESTA MATERIA EM '
                                   AS-ANO OF CH-MATRICULA '/'
                                   AS-SEMESTRE OF CH-MATRICULA
                                   '. MATRICULA RECUSADA.'
                           END-DISPLAY
                       END-IF
                   END-IF
           END-READ.
       P457A-LE-TENTATIVA-FIM.

      *CARREGA OS BLOCOS DE AULA DA OFERTA DESEJADA E OS COMPARA COM
      *OS BLOCOS DAS OFERTAS EM QUE O ALUNO JA TEM MATRICULA ATIVA NO
      *MESMO PERIODO LETIVO. OFERTA SEM HORARIO CADASTRADO NAO GERA
           SET WS-EOF-MATR-ALUNO-OK TO FALSE.
           MOVE WS-ID-ALUNO TO ID-ALUNO   OF CH-MATRICULA.
           MOVE ZEROS       TO ID-MATERIA OF CH-MATRICULA.
           MOVE ZEROS       TO ANO-SEMESTRE OF CH-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
               INVALID KEY
                   SET WS-EOF-MATR-ALUNO-OK TO TRUE
                   MOVE NM-ALUNO OF REG-ALUNO
                        TO WS-NM-ALUNO
                   MOVE DT-NASC-ALUNO TO WS-DT-NASC-NUM
                   MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR
                   MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE
                   CALL 'PGUNIDAD' USING WS-PARM-UNIDADE
                   IF NOT WS-UN-AUTORIZADA THEN
                       DISPLAY 'ALUNO DE UNIDADE NAO AUTORIZADA PARA '
                               'O OPERADOR.'
                       END-DISPLAY
                       GO TO P440-VALIDA-ALUNO-FIM
                   END-IF
                   IF ST-ALUNO-ATIVO OR ST-ALUNO EQUAL SPACES THEN
                       SET WS-ALUNO-ENCONTRADO-OK TO TRUE
                       IF ST-MENSALIDADE-ADIMPLENTE THEN
