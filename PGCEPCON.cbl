      ******************************************************************
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      31/07/2023.
      * Purpose:   CONSULTA DE CEP - RECEBE O CEP EM LK-CE-CEP E
      *            DEVOLVE O LOGRADOURO, O BAIRRO, A CIDADE E A UF DA
      *            TABELA DE CEPS (CEP.DAT/CFPK0080), CARREGADA PELO
      *            NTCEPMAN. LK-CE-RESULTADO: S = CEP ENCONTRADO,
      *            N = CEP FORA DA TABELA (O CADASTRO RECUSA), T =
      *            TABELA AINDA NAO CARREGADA OU INACESSIVEL (O
      *            CADASTRO SEGUE COM O ENDERECO DIGITADO). USADA NA
      *            INCLUSAO E ALTERACAO DE ALUNOS (NTALUINC/NTALUALT)
      *            E DE CONTATOS (CADCONTI/CADCONTA). MESMO PADRAO DE
      *            ROTINA CHAMAVEL DO PGPARLER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGCEPCON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPS
           ASSIGN TO WS-CFG-CAMINHO-01
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS RANDOM
           RECORD KEY IS CD-CEP
           FILE  STATUS IS WS-FS-CEP.

       DATA DIVISION.
       FILE SECTION.
       FD  CEPS.
           COPY CFPK0080.

       WORKING-STORAGE SECTION.

       COPY CFCFG001.

       77  WS-FS-CEP                   PIC 99.
           88 WS-FS-CEP-OK             VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-CEP.
           03 LK-CE-CEP                PIC 9(08).
           03 LK-CE-RESULTADO          PIC X(01).
               88 LK-CE-ACHADO         VALUE 'S'.
               88 LK-CE-NAO-ACHADO     VALUE 'N'.
               88 LK-CE-SEM-TABELA     VALUE 'T'.
           03 LK-CE-RUA                PIC X(30).
           03 LK-CE-BAIRRO             PIC X(20).
           03 LK-CE-CIDADE             PIC X(20).
           03 LK-CE-UF                 PIC X(02).

       PROCEDURE DIVISION USING LK-PARM-CEP.

       P001-MAIN.
           PERFORM P010-CARREGA-CONFIGURACAO
                   THRU P010-CARREGA-CONFIGURACAO-FIM.
           SET LK-CE-SEM-TABELA TO TRUE.
           MOVE SPACES TO LK-CE-RUA LK-CE-BAIRRO LK-CE-CIDADE
                          LK-CE-UF.
           STRING FUNCTION TRIM (WS-CFG-DIR-BASE)   DELIMITED BY SIZE
                  '\Modulo3\DesafioM3\CEP.DAT'       DELIMITED BY SIZE
                  INTO WS-CFG-CAMINHO-01
           END-STRING.
           OPEN INPUT CEPS.
           IF WS-FS-CEP-OK THEN
               MOVE LK-CE-CEP TO CD-CEP
               READ CEPS
                   INVALID KEY
                       SET LK-CE-NAO-ACHADO TO TRUE
                   NOT INVALID KEY
                       SET LK-CE-ACHADO TO TRUE
                       MOVE RU-CEP TO LK-CE-RUA
                       MOVE BA-CEP TO LK-CE-BAIRRO
                       MOVE CI-CEP TO LK-CE-CIDADE
                       MOVE UF-CEP TO LK-CE-UF
               END-READ
               CLOSE CEPS
           END-IF.
           GOBACK.
       P001-MAIN-FIM.

       COPY CFCFG002.

       END PROGRAM PGCEPCON.
