      ******************************************************************
      * Copybook:  CFPK0088.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      22/09/2023.
      * Purpose:   LAYOUT DO REGISTRO DE ARQUIVOS RECEBIDOS
      *            (REGENTRA.DAT) - UM REGISTRO POR ARQUIVO DE ENTRADA
      *            APRESENTADO A UM JOB (RETORNO DO BANCO, DO BUREAU DE
      *            SMS E DO CENSO, FOLHAS E DIARIOS PREENCHIDOS, CARGAS
      *            DE MATRICULA, CONTATOS E ALUNOS), GRAVADO PELA ROTINA
      *            PGREGENT ANTES DO PROCESSAMENTO E ATUALIZADO COM O
      *            RESULTADO NO FIM. GUARDA A IDENTIDADE DO ARQUIVO:
      *            CABECALHO (SEQUENCIA OU DATA DE GERACAO), QUANTIDADE
      *            DE REGISTROS, TOTAL DE CONTROLE DO CONTEUDO, TOTAIS
      *            DO RODAPE (QUANDO O LAYOUT TEM RODAPE) E A DIGITAL DO
      *            CONTEUDO. CONSULTADO PELO NTREGCON.
      *            SITUACAO: P=EM PROCESSAMENTO (OU INTERROMPIDO),
      *            C=PROCESSADO, D=RECUSADO POR JA TER SIDO PROCESSADO,
      *            T=RECUSADO POR RODAPE QUE NAO CONFERE, E=ENCERRADO
      *            COM ERRO. ID-SUPERVISOR-REG PREENCHIDO INDICA
      *            REPROCESSAMENTO LIBERADO POR SUPERVISOR.
      * Tectonics: cobc
      ******************************************************************
       01  REG-REGENTRA.
           03 NR-REGENTRA              PIC 9(06).
           03 CH-DIGITAL-REGENTRA.
               05 NM-PROGRAMA-REG      PIC X(08).
               05 NR-DIGITAL-REG       PIC 9(09).
           03 CH-CABECALHO-REGENTRA.
               05 NM-PROGRAMA-CAB-REG  PIC X(08).
               05 ID-CABECALHO-REG     PIC X(20).
           03 NM-ARQUIVO-REG           PIC X(12).
           03 QT-REGISTROS-REG         PIC 9(07).
           03 VL-CONTROLE-REG          PIC 9(11)V99.
           03 FL-RODAPE-REG            PIC X(01).
               88 FL-RODAPE-REG-SIM    VALUE 'S' FALSE 'N'.
           03 QT-RODAPE-REG            PIC 9(07).
           03 VL-RODAPE-REG            PIC 9(11)V99.
           03 DT-RECEBIDO-REG          PIC 9(08).
           03 HR-RECEBIDO-REG          PIC 9(06).
           03 ID-OPERADOR-REG          PIC X(10).
           03 ID-SUPERVISOR-REG        PIC X(10).
           03 NR-REGENTRA-ANTERIOR     PIC 9(06).
           03 ST-REGENTRA              PIC X(01).
               88 ST-REG-PROCESSANDO   VALUE 'P'.
               88 ST-REG-PROCESSADO    VALUE 'C'.
               88 ST-REG-DUPLICADO     VALUE 'D'.
               88 ST-REG-RODAPE        VALUE 'T'.
               88 ST-REG-ERRO          VALUE 'E'.
           03 DT-CONCLUSAO-REG         PIC 9(08).
           03 HR-CONCLUSAO-REG         PIC 9(06).
           03 QT-ACEITOS-REG           PIC 9(07).
           03 QT-REJEITADOS-REG        PIC 9(07).
