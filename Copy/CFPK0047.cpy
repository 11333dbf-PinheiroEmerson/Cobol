      ******************************************************************
      * Copybook:  CFPK0047.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      26/12/2022.
      * Purpose:   LAYOUT DO CONTROLE DE NOTA FISCAL DE SERVICO
      *            ELETRONICA (NFSE.DAT) - UM REGISTRO POR COBRANCA
      *            PAGA QUE JA ENTROU EM LOTE DE RPS (RECIBO
      *            PROVISORIO DE SERVICO), COM A MESMA CHAVE DE
      *            MENSALIDADE.DAT. O NTFINNFS GERA O LOTE E GRAVA O
      *            RPS PENDENTE; O NTFINNFR PROCESSA O RETORNO DA
      *            PREFEITURA E GRAVA O NUMERO DA NFS-E EMITIDA OU O
      *            MOTIVO DA REJEICAO. COBRANCA REJEITADA VOLTA NO
      *            LOTE SEGUINTE COM NOVO NUMERO DE RPS.
      * Tectonics: cobc
      ******************************************************************
       01  REG-NFSE.
           03 CH-NFSE.
               05 ID-ALUNO-NFSE        PIC 9(05).
               05 COMPETENCIA-NFSE     PIC 9(06).
               05 TP-COBRANCA-NFSE     PIC X(01).
           03 NR-RPS                   PIC 9(08).
           03 DT-RPS                   PIC 9(08).
           03 VL-SERVICO-NFSE          PIC 9(07)V99.
           03 CPF-TOMADOR-NFSE         PIC 9(11).
           03 NR-NFSE                  PIC X(15).
           03 DT-EMISSAO-NFSE          PIC 9(08).
           03 ST-NFSE                  PIC X(01).
               88 ST-NFSE-PENDENTE     VALUE 'P'.
               88 ST-NFSE-EMITIDA      VALUE 'E'.
               88 ST-NFSE-REJEITADA    VALUE 'R'.
           03 DS-MOTIVO-NFSE           PIC X(40).
