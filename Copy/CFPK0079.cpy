      ******************************************************************
      * Copybook:  CFPK0079.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      17/07/2023.
      * Purpose:   LAYOUT DA AVALIACAO DE RENOVACAO DE BOLSAS
      *            (BOLAVAL.DAT) - UM REGISTRO POR PERIODO LETIVO E
      *            BOLSISTA, GRAVADO NA AVALIACAO DO PERIODO (NTBOLREV)
      *            COM OS NUMEROS APURADOS EM ALUTODOS.DAT E A
      *            CLASSIFICACAO (R=RENOVADA, O=EM OBSERVACAO,
      *            V=REVOGADA, N=CATEGORIA SEM CRITERIO). A COMISSAO
      *            PODE REVER A DECISAO ANTES DE APLICAR; A DECISAO
      *            APURADA FICA GUARDADA EM ST-APURADO-BOLAVAL. SO A
      *            APLICACAO CONFIRMADA LEVA O RESULTADO A BOLSAS.DAT
      *            (REVOGACAO A PARTIR DE CP-VIGENCIA-BOLAVAL); DEPOIS
      *            DELA O PERIODO NAO PODE MAIS SER REAVALIADO.
      * Tectonics: cobc
      ******************************************************************
       01  REG-BOLAVAL.
           03 CH-BOLAVAL.
               05 AS-BOLAVAL           PIC 9(05).
               05 ID-ALUNO-BOLAVAL     PIC 9(05).
           03 CD-CATEGORIA-BOLAVAL     PIC X(20).
           03 PC-DESCONTO-BOLAVAL      PIC 9(03)V99.
           03 QT-MATERIAS-BOLAVAL      PIC 9(02).
           03 QT-REPROV-BOLAVAL        PIC 9(02).
           03 MD-PONDERADA-BOLAVAL     PIC 9(02)V99.
           03 FR-PONDERADA-BOLAVAL     PIC 9(03)V99.
           03 ST-APURADO-BOLAVAL       PIC X(01).
           03 ST-RESULTADO-BOLAVAL     PIC X(01).
               88 ST-BOLAVAL-RENOVADA         VALUE 'R'.
               88 ST-BOLAVAL-OBSERVACAO       VALUE 'O'.
               88 ST-BOLAVAL-REVOGADA         VALUE 'V'.
               88 ST-BOLAVAL-SEM-CRITERIO     VALUE 'N'.
           03 DS-MOTIVO-BOLAVAL        PIC X(40).
           03 DT-AVALIACAO-BOLAVAL     PIC 9(08).
           03 ID-OPERADOR-BOLAVAL      PIC X(10).
           03 FL-APLICADO-BOLAVAL      PIC X(01).
               88 FL-BOLAVAL-APLICADO         VALUE 'S'.
           03 CP-VIGENCIA-BOLAVAL      PIC 9(06).
           03 DT-APLICACAO-BOLAVAL     PIC 9(08).
