      *            MEIO DO PERIODO (NTCHARIS) QUANDO A PRESENCA
      *            PROJETADA DO ALUNO FICA ABAIXO DA FR-MINIMA DA
      *            OFERTA.
      * Update:    27/02/2023 - INCLUIDOS OS EVENTOS FINANCEIROS DA
      *            REGUA DE COBRANCA (NTFINREG): LEMBRETE (ANTES DO
      *            VENCIMENTO), VENCIDA, SEGUNDOAV E ENCAMINHA.
      *            ID-MATERIA VAI ZERADO E O DS-PAYLOAD LEVA A
      *            COMPETENCIA, O VALOR E O VENCIMENTO DA COBRANCA; O
      *            NTNOTIFY ENTREGA AO RESPONSAVEL FINANCEIRO.
      * Update:    10/04/2023 - INCLUIDO O EVENTO JUBILA, DEPOSITADO
      *            PELO CONTROLE DE JUBILAMENTO (NTJUBRUN) COMO CARTA DE
      *            ADVERTENCIA AO ALUNO PROXIMO DO LIMITE DE REPROVACOES
      *            NA MESMA MATERIA (ID-MATERIA PREENCHIDO) OU DO PRAZO
      *            MAXIMO DO CURSO (ID-MATERIA ZERADO); O DS-PAYLOAD
      *            LEVA O MOTIVO.
      * Update:    29/05/2023 - INCLUIDO O EVENTO DISCIPLINA, DEPOSITADO
      *            PELO REGISTRO DISCIPLINAR (NTDSCMAN) A CADA
      *            OCORRENCIA LANCADA; ID-MATERIA VAI ZERADO E O
      *            DS-PAYLOAD LEVA A SANCAO OU O PERIODO DA SUSPENSAO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-NOTIFICA.
               88 TP-EVENTO-FREQUENCIA  VALUE 'FREQUENCIA'.
               88 TP-EVENTO-REENVIO     VALUE 'REENVIO'.
               88 TP-EVENTO-AVISO       VALUE 'AVISO'.
               88 TP-EVENTO-LEMBRETE    VALUE 'LEMBRETE'.
               88 TP-EVENTO-VENCIDA     VALUE 'VENCIDA'.
               88 TP-EVENTO-SEGUNDO-AV  VALUE 'SEGUNDOAV'.
               88 TP-EVENTO-ENCAMINHA   VALUE 'ENCAMINHA'.
               88 TP-EVENTO-FINANCEIRO  VALUE 'LEMBRETE' 'VENCIDA'
                                              'SEGUNDOAV' 'ENCAMINHA'.
               88 TP-EVENTO-JUBILAMENTO VALUE 'JUBILA'.
               88 TP-EVENTO-DISCIPLINA  VALUE 'DISCIPLINA'.
           03 DT-EVENTO                PIC 9(08).
           03 HR-EVENTO                PIC 9(06).
           03 ID-ALUNO                 PIC 9(05).
