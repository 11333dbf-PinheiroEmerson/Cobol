      *            TABELA (MENOS O DESCONTO DE BOLSA DO ALUNO, DE
      *            BOLSAS.DAT/CFPK0025), EM VEZ DE UM VALOR UNICO
      *            DIGITADO PELO OPERADOR. MANTIDA PELO NTPRCMAN.
      * Update:    16/01/2023 - INCLUIDO O DESCONTO DE PONTUALIDADE DA
      *            COMPETENCIA: PERCENTUAL (PC-DESC-PONTUALIDADE) SOBRE
      *            O VALOR DE FACE DA MENSALIDADE E QUANTIDADE DE DIAS
      *            ANTES DO VENCIMENTO (QT-DIAS-PONTUALIDADE) ATE OS
      *            QUAIS O PAGAMENTO TEM DIREITO AO DESCONTO; ZERO DIAS
      *            VALE ATE O PROPRIO VENCIMENTO. PERCENTUAL ZERO
      *            SIGNIFICA SEM DESCONTO. REGRA CENTRAL NO PGDESPON.
      *            ARQUIVOS GRAVADOS NO TAMANHO ANTIGO PRECISAM SER
      *            RECARREGADOS NA VIRADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-PRECO.
                   07 CP-ANO-PRECO     PIC 9(04).
                   07 CP-MES-PRECO     PIC 9(02).
           03 VL-MENSALIDADE-CURSO     PIC 9(05)V99.
           03 PC-DESC-PONTUALIDADE     PIC 9(03)V99.
           03 QT-DIAS-PONTUALIDADE     PIC 9(02).
