      *            167 POSICOES. PODE APONTAR PARA UM ARQUIVO DE
      *            AUDITORIA ARQUIVADO (EX.: AUDIT2024.DAT) QUANDO A
      *            PESQUISA FOR DE HISTORIA ANTIGA.
      * Update:    05/12/2022 - FILTRO DE CHAVE AMPLIADO PARA 20
      *            POSICOES, ACOMPANHANDO A CHAVE DA AUDITORIA (A
      *            CHAVE DE ALUTODOS/MATRICULA LEVA O ANO-SEMESTRE).
      *            A IMAGEM DE ALUTODOS PASSA A SER DECODIFICADA PELO
      *            LAYOUT PROPRIO, COM O PERIODO LOGO APOS A MATERIA;
      *            ALUAPROV SEGUE NO LAYOUT ANTERIOR.
      * Update:    06/10/2022 - A IMAGEM DECODIFICADA DO ALUNO PASSA
      *            A MOSTRAR TAMBEM ID-CURSO E ST-ALUNO (SEM ELES, A
      *            DESATIVACAO DO NTALUEXC - QUE SO MUDA ST-ALUNO -
      *FILTROS DA CONSULTA. CAMPO EM BRANCO (OU DATA EM ZEROS)
      *SIGNIFICA SEM FILTRO NAQUELE CAMPO.
       77  WS-FT-ARQUIVO               PIC X(10) VALUE SPACES.
       77  WS-FT-CHAVE                 PIC X(20) VALUE SPACES.
       77  WS-FT-DATA-INICIAL          PIC 9(08) VALUE ZEROS.
       77  WS-FT-DATA-FINAL            PIC 9(08) VALUE ZEROS.
       77  WS-FT-OPERADOR              PIC X(10) VALUE SPACES.
           03 WS-IM-TD-FREQUENCIA      PIC 9(03)V99.
           03 FILLER                   PIC X(78).

       01  FILLER REDEFINES WS-IMAGEM.
           03 WS-IM-RT-ID-ALUNO        PIC 9(05).
           03 WS-IM-RT-ID-MATERIA      PIC 9(05).
           03 WS-IM-RT-ANO             PIC 9(04).
           03 WS-IM-RT-SEMESTRE        PIC 9(01).
           03 WS-IM-RT-NM-ALUNO        PIC X(20).
           03 WS-IM-RT-FONE            PIC X(11).
           03 WS-IM-RT-NM-MATERIA      PIC X(20).
           03 WS-IM-RT-NT-APROV        PIC 9(02)V99.
           03 WS-IM-RT-MEDIA           PIC 9(02)V99.
           03 WS-IM-RT-SITUACAO        PIC X(10).
           03 WS-IM-RT-TURMA           PIC X(04).
           03 WS-IM-RT-FREQUENCIA      PIC 9(03)V99.
           03 WS-IM-RT-EXTERNO         PIC X(01).
           03 FILLER                   PIC X(156).

       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 WS-COM-MENSAGEM          PIC X(40).
                   PERFORM P480-DECODIFICA-MATERIA
                           THRU P480-DECODIFICA-MATERIA-FIM
               WHEN 'ALUTODOS'
                   PERFORM P486-DECODIFICA-TODOS
                           THRU P486-DECODIFICA-TODOS-FIM
               WHEN 'ALUAPROV'
                   PERFORM P485-DECODIFICA-RESULTADO
                           THRU P485-DECODIFICA-RESULTADO-FIM
           END-DISPLAY.
       P485-DECODIFICA-RESULTADO-FIM.

       P486-DECODIFICA-TODOS.
           DISPLAY WS-TITULO-IMAGEM
                   ' ALUNO: ' WS-IM-RT-ID-ALUNO
                   ' ' WS-IM-RT-NM-ALUNO
                   ' MATERIA: ' WS-IM-RT-ID-MATERIA
                   ' ' WS-IM-RT-NM-MATERIA
           END-DISPLAY.
           DISPLAY '        MEDIA: ' WS-IM-RT-MEDIA
                   ' SITUACAO: ' WS-IM-RT-SITUACAO
                   ' TURMA: ' WS-IM-RT-TURMA
                   ' PERIODO: ' WS-IM-RT-ANO '/' WS-IM-RT-SEMESTRE
                   ' FREQ: ' WS-IM-RT-FREQUENCIA
                   ' ' WS-IM-RT-EXTERNO
           END-DISPLAY.
       P486-DECODIFICA-TODOS-FIM.

       P900-FINALIZA.
           DISPLAY 'FIM DO PROCESSAMENTO.'
           END-DISPLAY.
