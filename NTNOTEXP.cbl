      * Date:      09/08/2022.
      * Purpose:   EXTRACAO DE RESULTADOS (ALUTODOS) PARA ARQUIVO CSV,
      *            PARA ENTREGA AO SISTEMA DE BOLETIM DA SECRETARIA.
      * Update:    15/09/2023 - ALUTODOS.DAT DECLARADO COM A CHAVE
      *            ALTERNADA DA OFERTA (MATERIA + ANO/SEMESTRE), IGUAL
      *            EM TODO PROGRAMA QUE ABRE O ARQUIVO. INDICE MONTADO
      *            NA VIRADA PELO NTOFEIDX.
      * Update:    05/12/2022 - AREAS DO REGISTRO DO ALUTODOS E DA
      *            IMAGEM DA AUDITORIA ACOMPANHAM O ANO-SEMESTRE, QUE
      *            PASSOU A FAZER PARTE DA CHAVE.
      * Update:    07/10/2022 - CHAMADO PELO FECHAMENTO NOTURNO (COM
      *            A AREA DE COMUNICACAO PREENCHIDA), NAO PERGUNTA
      *            MAIS NADA: ASSUME CARGA CHEIA, MANTENDO A PROMESSA
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS SEQUENTIAL
           RECORD  KEY IS CH-TODOS OF REG-TODOS
           ALTERNATE RECORD KEY IS CH-OFERTA-TODOS OF REG-TODOS
               WITH DUPLICATES
           FILE  STATUS IS WS-FS.

           SELECT SAIDA-CSV
       01  FILLER REDEFINES WS-DL-IMAGEM.
           03 WS-DL-TD-ID-ALUNO        PIC 9(05).
           03 WS-DL-TD-ID-MATERIA      PIC 9(05).
           03 WS-DL-TD-ANO-SEMESTRE    PIC 9(05).
           03 WS-DL-TD-NM-ALUNO        PIC X(20).
           03 WS-DL-TD-FONE            PIC X(11).
           03 WS-DL-TD-NM-MATERIA      PIC X(20).
           03 WS-DL-TD-MEDIA           PIC 9(02)V99.
           03 WS-DL-TD-SITUACAO        PIC X(10).
           03 WS-DL-TD-TURMA           PIC X(04).
           03 WS-DL-TD-FREQUENCIA      PIC 9(03)V99.
           03 FILLER                   PIC X(157).

           03 WS-CH-TODOS.
               05 WS-ID-ALUNO          PIC 9(05).
               05 WS-ID-MATERIA        PIC 9(05).
               05 WS-ANO-SEMESTRE.
                   07 WS-AS-ANO        PIC 9(04).
                   07 WS-AS-SEMESTRE   PIC 9(01).
           03 WS-NM-ALUNO              PIC X(20).
           03 WS-TL-ALUNO.
               05 WS-FONEAREA          PIC 9(02).
           03 WS-MD-ALUNO              PIC 9(02)V99.
           03 WS-ST-APROVACAO          PIC X(10).
           03 WS-TURMA                 PIC X(04).

       77  WS-FS                       PIC 99.
           88 WS-FS-OK                 VALUE 0.
