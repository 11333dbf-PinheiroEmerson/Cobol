      ******************************************************************
      * Copybook:  CFPK0085.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      18/09/2023.
      * Purpose:   LAYOUT DA CONFERENCIA COBRANCA X MATRICULA
      *            (CONCMAT.DAT) - UM REGISTRO POR COMPETENCIA
      *            CONFERIDA PELO NTFINCMT (MATRICULAS ATIVAS DO
      *            PERIODO, SITUACAO DO ALUNO, PRECOS E BOLSAS CONTRA
      *            AS COBRANCAS DO MES), COM OS NUMEROS DA ULTIMA
      *            EXECUCAO E O SPOOL DO RELATORIO. SEM A CONFERENCIA
      *            DO MES O NTFINFEC NAO FECHA A COMPETENCIA; COM
      *            PENDENCIA, SO SUPERVISOR FECHA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CONCMAT.
           03 COMPETENCIA-CMT          PIC 9(06).
           03 ANO-SEMESTRE-CMT         PIC 9(05).
           03 DT-EXECUCAO-CMT          PIC 9(08).
           03 HR-EXECUCAO-CMT          PIC 9(06).
           03 ID-OPERADOR-CMT          PIC X(10).
           03 NR-SPOOL-CMT             PIC 9(05).
           03 QT-ATIVOS-CMT            PIC 9(05).
           03 QT-COBRANCAS-CMT         PIC 9(05).
           03 QT-SEM-COBRANCA-CMT      PIC 9(05).
           03 QT-SEM-MATRICULA-CMT     PIC 9(05).
           03 QT-DIVERGENCIA-CMT       PIC 9(05).
           03 QT-DUPLICIDADE-CMT       PIC 9(05).
           03 QT-INATIVO-CMT           PIC 9(05).
           03 QT-PENDENCIAS-CMT        PIC 9(05).
