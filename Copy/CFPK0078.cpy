      ******************************************************************
      * Copybook:  CFPK0078.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      17/07/2023.
      * Purpose:   LAYOUT DOS CRITERIOS DE RENOVACAO DE BOLSA POR
      *            CATEGORIA (BOLCRIT.DAT) - A CATEGORIA E O INICIO DO
      *            MOTIVO DA CONCESSAO (DS-MOTIVO-BOLSA, CFPK0025): A
      *            BOLSA CAI NA CATEGORIA DE MAIOR PREFIXO QUE CASA COM
      *            O SEU MOTIVO; A CATEGORIA '*' VALE PARA AS BOLSAS
      *            SEM CATEGORIA PROPRIA. BOLSA SEM NENHUMA CATEGORIA
      *            NAO E AVALIADA. NA AVALIACAO DO PERIODO (NTBOLREV)
      *            O BOLSISTA PRECISA DA MEDIA PONDERADA MINIMA, DA
      *            FREQUENCIA MINIMA E DE NO MAXIMO QT-MAX-REPROV-CRIT
      *            REPROVACOES. FICAR ABAIXO DO MINIMO DENTRO DA
      *            TOLERANCIA DEIXA A BOLSA EM OBSERVACAO; ABAIXO DA
      *            TOLERANCIA, COM REPROVACAO ACIMA DO LIMITE OU
      *            REINCIDENTE APOS OBSERVACAO, A BOLSA E REVOGADA.
      *            TOLERANCIA ZERO REVOGA NA PRIMEIRA FALHA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-BOLCRIT.
           03 CD-CATEGORIA-CRIT        PIC X(20).
           03 MD-MINIMA-CRIT           PIC 9(02)V99.
           03 FR-MINIMA-CRIT           PIC 9(03)V99.
           03 QT-MAX-REPROV-CRIT       PIC 9(02).
           03 MD-TOLERANCIA-CRIT       PIC 9(02)V99.
           03 FR-TOLERANCIA-CRIT       PIC 9(03)V99.
           03 ID-OPERADOR-CRIT         PIC X(10).
           03 DT-ATUALIZACAO-CRIT      PIC 9(08).
