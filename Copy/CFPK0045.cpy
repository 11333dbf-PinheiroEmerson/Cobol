      ******************************************************************
      * Copybook:  CFPK0045.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      12/12/2022.
      * Purpose:   LAYOUT DA CONTA CORRENTE DO ALUNO (CTACOR.DAT) -
      *            UM LANCAMENTO POR MOVIMENTO DE CREDITO OU DEBITO,
      *            NUMERADO EM SEQUENCIA DENTRO DO ALUNO. CREDITO E
      *            O VALOR PAGO ALEM DO DEVIDO NA BAIXA (NTFINPAG,
      *            NTFINRET); DEBITO E O CREDITO CONSUMIDO NA
      *            ABERTURA DA COMPETENCIA SEGUINTE (NTFINABR). O
      *            SALDO DO ALUNO E A SOMA DOS CREDITOS MENOS A DOS
      *            DEBITOS, APURADO PELA ROTINA PGCTACOR, QUE E
      *            TAMBEM QUEM GRAVA OS LANCAMENTOS.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CTACOR.
           03 CH-CTACOR.
               05 ID-ALUNO-CTACOR      PIC 9(05).
               05 NR-LANCTO-CTACOR     PIC 9(05).
           03 DT-LANCTO-CTACOR         PIC 9(08).
           03 TP-LANCTO-CTACOR         PIC X(01).
               88 TP-LANCTO-CREDITO    VALUE 'C'.
               88 TP-LANCTO-DEBITO     VALUE 'D'.
           03 VL-LANCTO-CTACOR         PIC 9(07)V99.
           03 DS-ORIGEM-CTACOR         PIC X(10).
           03 CH-COBRANCA-CTACOR       PIC X(12).
           03 ID-OPERADOR-CTACOR       PIC X(10).
