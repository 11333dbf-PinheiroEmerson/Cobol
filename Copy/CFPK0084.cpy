      ******************************************************************
      * Copybook:  CFPK0084.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      21/08/2023.
      * Purpose:   LAYOUT DO REGISTRO DE ATENDIMENTOS (ATENDIM.DAT) -
      *            UM REGISTRO POR CONVERSA COM UM CONTATO E/OU ALUNO:
      *            CHAVE = CONTATO + DATA/HORA DO ATENDIMENTO (CONTATO
      *            ZERO QUANDO FOI O PROPRIO ALUNO); CHAVES
      *            ALTERNATIVAS, COM DUPLICIDADE, PELO ALUNO (CONSULTA
      *            360) E PELO RESPONSAVEL DO RETORNO (LISTA DIARIA).
      *            CANAL: T=TELEFONE, P=PRESENCIAL, E=E-MAIL,
      *            M=MENSAGEM (SMS/APLICATIVO), C=CARTA. ASSUNTO:
      *            FI=FINANCEIRO, MA=MATRICULA, AC=ACADEMICO (NOTAS E
      *            FREQUENCIA), DO=DOCUMENTOS, DI=DISCIPLINAR,
      *            SA=SAUDE, OU=OUTROS. RETORNO (OPCIONAL): DATA E
      *            RESPONSAVEL; ST-RETORNO-ATD EM BRANCO = SEM
      *            RETORNO, P=PENDENTE, E=ESCALADO AO SUPERVISOR PELA
      *            LISTA DIARIA (NTATDRET) POR ESTAR VENCIDO,
      *            C=CONCLUIDO. MANTIDO PELO NTATDMAN.
      * Tectonics: cobc
      ******************************************************************
       01  REG-ATENDIMENTO.
           03 CH-ATENDIMENTO.
               05 ID-CONTATO-ATD       PIC 9(06).
               05 DT-HR-ATD.
                   07 DT-ATD           PIC 9(08).
                   07 HR-ATD           PIC 9(06).
           03 ID-ALUNO-ATD             PIC 9(05).
           03 CD-CANAL-ATD             PIC X(01).
               88 CD-CANAL-ATD-TELEFONE    VALUE 'T'.
               88 CD-CANAL-ATD-PRESENCIAL  VALUE 'P'.
               88 CD-CANAL-ATD-EMAIL       VALUE 'E'.
               88 CD-CANAL-ATD-MENSAGEM    VALUE 'M'.
               88 CD-CANAL-ATD-CARTA       VALUE 'C'.
               88 CD-CANAL-ATD-VALIDO      VALUE 'T' 'P' 'E' 'M' 'C'.
           03 CD-ASSUNTO-ATD           PIC X(02).
               88 CD-ASSUNTO-ATD-FINANCEIRO  VALUE 'FI'.
               88 CD-ASSUNTO-ATD-MATRICULA   VALUE 'MA'.
               88 CD-ASSUNTO-ATD-ACADEMICO   VALUE 'AC'.
               88 CD-ASSUNTO-ATD-DOCUMENTOS  VALUE 'DO'.
               88 CD-ASSUNTO-ATD-DISCIPLINAR VALUE 'DI'.
               88 CD-ASSUNTO-ATD-SAUDE       VALUE 'SA'.
               88 CD-ASSUNTO-ATD-OUTROS      VALUE 'OU'.
               88 CD-ASSUNTO-ATD-VALIDO      VALUE 'FI' 'MA' 'AC'
                                                   'DO' 'DI' 'SA'
                                                   'OU'.
           03 DS-RESUMO-ATD            PIC X(120).
           03 FILLER REDEFINES DS-RESUMO-ATD.
               05 DS-RESUMO-ATD-LINHA  PIC X(60) OCCURS 2 TIMES.
           03 ID-OPERADOR-ATD          PIC X(10).
           03 DT-RETORNO-ATD           PIC 9(08).
           03 ID-RESP-RETORNO-ATD      PIC X(10).
           03 ST-RETORNO-ATD           PIC X(01).
               88 ST-RETORNO-ATD-SEM       VALUE ' '.
               88 ST-RETORNO-ATD-PENDENTE  VALUE 'P'.
               88 ST-RETORNO-ATD-ESCALADO  VALUE 'E'.
               88 ST-RETORNO-ATD-CONCLUIDO VALUE 'C'.
               88 ST-RETORNO-ATD-EM-ABERTO VALUE 'P' 'E'.
           03 DT-ESCALADO-ATD          PIC 9(08).
           03 DT-CONCLUSAO-ATD         PIC 9(08).
           03 ID-OPERADOR-CONCL-ATD    PIC X(10).
           03 DS-CONCLUSAO-ATD         PIC X(40).
