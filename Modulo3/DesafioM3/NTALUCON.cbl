      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    19/09/2023 - WS-ALUNO AMPLIADO PARA 187 POSICOES
      *            (INCLUI A UNIDADE DE ORIGEM). ALUNO DE UNIDADE
      *            (CAMPUS) EM QUE O OPERADOR NAO ESTA AUTORIZADO
      *            (PGUNIDAD) NAO E EXIBIDO; A CONSULTA MOSTRA A UNIDADE
      *            DO ALUNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY CFCFG001.

       01  WS-ALUNO                 PIC X(187) VALUE SPACES.
       01  FILLER REDEFINES WS-ALUNO.
           03 WS-ID-ALUNO            PIC 9(05).
           03 WS-NM-ALUNO            PIC X(20).

       77  WS-INDICE-TEL             PIC 9(02).

      *AREA DA ROTINA DE UNIDADES (PGUNIDAD): SO ALUNO DE UNIDADE
      *AUTORIZADA PARA O OPERADOR E EXIBIDO.
       01  WS-PARM-UNIDADE.
           03 WS-UN-OPERADOR           PIC X(10).
           03 WS-UN-UNIDADE            PIC 9(02).
           03 WS-UN-SITUACAO           PIC X(01).
               88 WS-UN-AUTORIZADA         VALUE 'A'.
           03 WS-UN-NOME               PIC X(30).
           03 WS-UN-INEP               PIC 9(08).
           03 WS-UN-LOTACAO            PIC 9(02).
           03 WS-UN-ATIVA              PIC X(01).
               88 WS-UN-ATIVA-OK           VALUE 'S'.

      *MODO DE PESQUISA ESCOLHIDO E ARGUMENTOS DE BUSCA.
       77  WS-MODO-PESQUISA            PIC 9(01) VALUE ZEROS.
           88 WS-PESQUISA-ID           VALUE 1.
           END-READ.
       P475-LE-POR-NOME-FIM.

      *O REGISTRO LIDO CONTINUA NA AREA DO ARQUIVO, DE ONDE VEM A
      *UNIDADE DO ALUNO PARA A CONFERENCIA DA AUTORIZACAO.
       P440-MOSTRA-ALUNO.
           MOVE WS-COM-OPERADOR  TO WS-UN-OPERADOR.
           MOVE CD-UNIDADE-ALUNO TO WS-UN-UNIDADE.
           CALL 'PGUNIDAD' USING WS-PARM-UNIDADE.
           IF WS-UN-AUTORIZADA THEN
               PERFORM P442-EXIBE-ALUNO THRU P442-EXIBE-ALUNO-FIM
           ELSE
               DISPLAY 'ALUNO ' WS-ID-ALUNO ' DE UNIDADE NAO '
                       'AUTORIZADA PARA O OPERADOR.'
               END-DISPLAY
           END-IF.
       P440-MOSTRA-ALUNO-FIM.

       P442-EXIBE-ALUNO.
           DISPLAY 'OS DADO DO ALUNO SAO: '
           END-DISPLAY.
           DISPLAY 'ID DO ALUNO..: ' WS-ID-ALUNO
           DISPLAY '             ' WS-CI-ALUNO ' - ' WS-UF-ALUNO
                   ' - CEP: ' WS-CP-ALUNO
           END-DISPLAY.
           DISPLAY ' - UNIDADE: ' WS-UN-UNIDADE ' - ' WS-UN-NOME
           END-DISPLAY.
       P442-EXIBE-ALUNO-FIM.

      *MOSTRA UM TELEFONE ADICIONAL DO ALUNO, QUANDO INFORMADO (FONE
      *ADICIONAL EM BRANCO/ZERO NAO E EXIBIDO).
