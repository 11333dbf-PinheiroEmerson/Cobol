      ******************************************************************
      * Copybook:  CFPK0066.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      22/05/2023.
      * Purpose:   LAYOUT DO PROTOCOLO DE REQUERIMENTOS ACADEMICOS
      *            (REQUER.DAT). NUMERO DE PROTOCOLO = ANO DA ABERTURA
      *            MAIS SEQUENCIAL NO ANO; CHAVE ALTERNATIVA PELO ALUNO
      *            (COM DUPLICIDADE) PARA A CONSULTA 360. O PRAZO
      *            (DT-PRAZO-REQ) E FIXADO NA ABERTURA PELO TIPO
      *            (CFPK0065) E NAO MUDA NO ENCAMINHAMENTO; O
      *            DEPARTAMENTO E O DA VEZ. SITUACOES: A=ABERTO,
      *            E=EM ANALISE, P=PENDENTE DO ALUNO (EM ABERTO);
      *            D=DEFERIDO, I=INDEFERIDO, C=CANCELADO (ENCERRADOS,
      *            SEMPRE COM O TEXTO DE RESPOSTA). A TAXA DO TIPO,
      *            QUANDO HA, E LANCADA EM MENSALIDADE.DAT NA ABERTURA
      *            E A COBRANCA FICA REGISTRADA AQUI (FL-TAXA-REQ:
      *            S=LANCADA, N=SEM TAXA, E=NAO LANCADA, A EMITIR PELO
      *            NTFINTAX). CADA MOVIMENTO VAI PARA O HISTORICO
      *            REQMOV.DAT (CFPK0067). MANTIDO PELO NTREQMAN.
      * Tectonics: cobc
      ******************************************************************
       01  REG-REQUER.
           03 CH-REQUER.
               05 AA-PROTOCOLO-REQ     PIC 9(04).
               05 NR-SEQ-REQ           PIC 9(05).
           03 ID-ALUNO-REQ             PIC 9(05).
           03 CD-TIPO-REQ              PIC X(04).
           03 CD-DEPTO-REQ             PIC X(10).
           03 ST-REQUER                PIC X(01).
               88 ST-REQUER-ABERTO     VALUE 'A'.
               88 ST-REQUER-ANALISE    VALUE 'E'.
               88 ST-REQUER-PENDENTE   VALUE 'P'.
               88 ST-REQUER-DEFERIDO   VALUE 'D'.
               88 ST-REQUER-INDEFERIDO VALUE 'I'.
               88 ST-REQUER-CANCELADO  VALUE 'C'.
               88 ST-REQUER-EM-ABERTO  VALUE 'A' 'E' 'P'.
               88 ST-REQUER-ENCERRADO  VALUE 'D' 'I' 'C'.
           03 DT-ABERTURA-REQ          PIC 9(08).
           03 DT-PRAZO-REQ             PIC 9(08).
           03 DT-ENCERRAMENTO-REQ      PIC 9(08).
           03 ID-OPERADOR-ABR-REQ      PIC X(10).
           03 DT-ULT-MOV-REQ           PIC 9(08).
           03 ID-OPERADOR-ULT-REQ      PIC X(10).
           03 QT-MOVIMENTOS-REQ        PIC 9(03).
           03 DS-SOLICITACAO-REQ       PIC X(60).
           03 DS-RESPOSTA-REQ          PIC X(60).
           03 FL-TAXA-REQ              PIC X(01).
               88 FL-TAXA-REQ-LANCADA  VALUE 'S'.
               88 FL-TAXA-REQ-SEM      VALUE 'N'.
               88 FL-TAXA-REQ-ERRO     VALUE 'E'.
           03 TP-COBRANCA-REQ          PIC X(01).
           03 CP-COBRANCA-REQ          PIC 9(06).
           03 VL-TAXA-REQ              PIC 9(05)V99.
