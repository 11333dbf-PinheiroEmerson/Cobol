      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      29/04/2022.
      * Purpose:   LISTAGEM DE CONTATOS.
      * Update:    26/12/2022 - AREA DO REGISTRO AMPLIADA COM O CPF DO
      *            CONTATO (CPF-CONTATO).
      * Update:    07/10/2022 - A LISTAGEM PASSA A SAIR NO SPOOL DE
      *            RELATORIOS (PGSPOOL/SPLNNNNN.TXT), CATALOGADA PARA
      *            REIMPRESSAO INTEIRA OU POR FAIXA DE PAGINAS PELO
       77  WS-FS                       PIC 99.
           88 WS-FS-OK                 VALUE 0.

       01  WS-REGISTRO                 PIC X(157) VALUE SPACES.
       01  FILLER REDEFINES WS-REGISTRO.
           03 WS-ID-CONTATO            PIC 9(06).
           03 WS-NM-CONTATO            PIC X(20).
               05 WS-CI-CONTATO        PIC X(20).
               05 WS-UF-CONTATO        PIC X(02).
               05 WS-CP-CONTATO        PIC 9(08).
           03 WS-CPF-CONTATO           PIC 9(11).

       77  WS-EOF                      PIC X.
           88 WS-EOF-OK                VALUE 'S' FALSE 'N'.
