      * Date:      09/08/2022.
      * Purpose:   EXPORTACAO DE CONTATOS PARA ARQUIVO CSV, PARA
      *            ABERTURA EM PLANILHA ELETRONICA.
      * Update:    26/12/2022 - AREA DO REGISTRO AMPLIADA COM O CPF DO
      *            CONTATO (CPF-CONTATO). O LAYOUT DO CSV NAO MUDA.
      * Update:    07/10/2022 - CHAMADO PELO FECHAMENTO NOTURNO (COM
      *            A AREA DE COMUNICACAO PREENCHIDA), NAO PERGUNTA
      *            MAIS NADA: ASSUME CARGA CHEIA, MANTENDO A PROMESSA
       77  WS-FS-CSV                   PIC 99.
           88 WS-FS-CSV-OK             VALUE 0.

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
