      *            CONTABIL IMPORTA. LIDO PELA EXPORTACAO CONTABIL
      *            (NTCTBEXP); EVENTO SEM MAPA SAI COM AS CONTAS
      *            PADRAO DO PROGRAMA. MANTIDO PELO NTCTBMAN.
      * Update:    16/01/2023 - INCLUIDO O EVENTO DP (DESCONTOS DE
      *            PONTUALIDADE CONCEDIDOS NAS COBRANCAS QUITADAS,
      *            VL-DESCONTO-PONT DE CFPK0008).
      * Update:    06/02/2023 - INCLUIDOS OS EVENTOS PE (SALDO BAIXADO
      *            POR PERDA PELO NTFINPER, VL-BAIXA-PERDA DE CFPK0008)
      *            E RP (RECUPERACAO DE COBRANCA BAIXADA POR PERDA,
      *            VL-RECUPERADO-MES).
      * Tectonics: cobc
      ******************************************************************
       01  REG-CONTACTB.
