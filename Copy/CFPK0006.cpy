      *            PRECISAR REAJUSTAR A AUDITORIA A CADA CAMPO NOVO.
      *            ARQUIVOS DE AUDITORIA GRAVADOS NO TAMANHO ANTIGO
      *            PRECISAM SER ARQUIVADOS ANTES DA VIRADA.
      * Update:    05/12/2022 - CH-REGISTRO-AUDITORIA AMPLIADA PARA 20
      *            POSICOES: A CHAVE DE ALUTODOS/MATRICULA PASSOU A
      *            LEVAR O ANO-SEMESTRE E NAO CABIA MAIS EM 10.
      *            ARQUIVOS DE AUDITORIA GRAVADOS NO TAMANHO ANTIGO
      *            PRECISAM SER ARQUIVADOS ANTES DA VIRADA.
      * Update:    08/09/2023 - INCLUIDOS O NUMERO SEQUENCIAL DO
      *            REGISTRO (NR-SEQ-AUDITORIA) E O ELO ENCADEADO
      *            (NR-ELO-AUDITORIA), DIGITAL CALCULADA PELO PGAUDELO
      *            A PARTIR DO ELO DO REGISTRO ANTERIOR E DO CONTEUDO
      *            DESTE, CONFERIDOS PELO NTAUDVER. ZEROS = REGISTRO
      *            GRAVADO ANTES DO ENCADEAMENTO. ARQUIVOS DE AUDITORIA
      *            GRAVADOS NO TAMANHO ANTIGO PRECISAM SER ARQUIVADOS
      *            ANTES DA VIRADA.
      * Update:    11/09/2023 - INCLUIDO O SUPERVISOR QUE CO-ASSINOU A
      *            OPERACAO (ID-COASSINANTE-AUDITORIA), NOS UTILITARIOS
      *            QUE EXIGEM A CO-ASSINATURA DE UM SEGUNDO SUPERVISOR
      *            (PGCOASSI); NOS DEMAIS REGISTROS FICA EM BRANCO.
      *            ARQUIVOS DE AUDITORIA GRAVADOS NO TAMANHO ANTIGO
      *            PRECISAM SER ARQUIVADOS ANTES DA VIRADA.
      * Tectonics: cobc
      ******************************************************************
       01  REG-AUDITORIA.
               05 HR-AUDITORIA-SEG     PIC 9(02).
           03 NM-ARQUIVO-AUDITORIA     PIC X(10).
           03 TP-OPERACAO-AUDITORIA    PIC X(10).
           03 CH-REGISTRO-AUDITORIA    PIC X(20).
           03 DS-ANTES-AUDITORIA       PIC X(250).
           03 DS-DEPOIS-AUDITORIA      PIC X(250).
           03 ID-OPERADOR-AUDITORIA    PIC X(10).
           03 ID-EXECUCAO-AUDITORIA    PIC X(14).
           03 ID-COASSINANTE-AUDITORIA PIC X(10).
           03 NR-SEQ-AUDITORIA         PIC 9(09).
           03 NR-ELO-AUDITORIA         PIC 9(09).
