      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      09/08/2022.
      * Purpose:   BUSCA DE CONTATOS POR NOME OU PARTE DO NOME.
      * Update:    26/12/2022 - CONSULTA MOSTRA O CPF DO CONTATO
      *            (CPF-CONTATO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       P100-INICIO.
           DISPLAY 'INICIO DO PROCESSAMENTO.'
           END-DISPLAY.
           INITIALIZE WS-FS WS-REGISTRO WS-TERMO-BUSCA WS-TAM-TERMO
               REPLACING NUMERIC       BY ZEROES
                         ALPHANUMERIC  BY SPACES.
           SET WS-EOF-OK               TO FALSE.
           END-DISPLAY.
           DISPLAY 'CEP............: ' WS-CP-CONTATO
           END-DISPLAY.
           DISPLAY 'CPF............: ' WS-CPF-CONTATO
           END-DISPLAY.
       P440-MOSTRA-REGISTRO-FIM.

       P440-MOSTRA-RESUMO.
