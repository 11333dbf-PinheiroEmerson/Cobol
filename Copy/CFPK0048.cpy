      ******************************************************************
      * Copybook:  CFPK0048.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      06/03/2023.
      * Purpose:   LAYOUT DO ACERVO DA BIBLIOTECA (ACERVO.DAT) - UM
      *            REGISTRO POR EXEMPLAR, CHAVE TITULO + NUMERO DO
      *            EXEMPLAR. TITULO E AUTOR SE REPETEM EM CADA
      *            EXEMPLAR DO MESMO TITULO. A SITUACAO DO EXEMPLAR E
      *            MANTIDA PELO EMPRESTIMO (NTBIBEMP), PELA DEVOLUCAO
      *            (NTBIBDEV) E PELA MANUTENCAO DO ACERVO (NTBIBACV):
      *            D=DISPONIVEL, E=EMPRESTADO, R=SEPARADO PARA UMA
      *            RESERVA (RESERVA.DAT/CFPK0050), B=BAIXADO (PERDIDO
      *            OU DESCARTADO).
      * Tectonics: cobc
      ******************************************************************
       01  REG-ACERVO.
           03 CH-ACERVO.
               05 ID-TITULO            PIC 9(05).
               05 NR-EXEMPLAR          PIC 9(02).
           03 NM-TITULO                PIC X(40).
           03 NM-AUTOR                 PIC X(30).
           03 ST-EXEMPLAR              PIC X(01).
               88 ST-EXEMPLAR-DISPONIVEL VALUE 'D'.
               88 ST-EXEMPLAR-EMPRESTADO VALUE 'E'.
               88 ST-EXEMPLAR-RESERVADO  VALUE 'R'.
               88 ST-EXEMPLAR-BAIXADO    VALUE 'B'.
           03 DT-INCLUSAO-ACERVO       PIC 9(08).
           03 DT-BAIXA-ACERVO          PIC 9(08).
