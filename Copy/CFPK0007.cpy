      *            OPERADOR (NV-OPERADOR), USADO PARA LIBERAR FUNCOES
      *            RESTRITAS (SUPERVISOR) COMO O LANCAMENTO DE NOTAS
      *            DE OFERTA DE OUTRO PROFESSOR.
      * Update:    13/09/2023 - INCLUIDOS A DATA DO ULTIMO LOGIN ACEITO
      *            (DT-ULTIMO-LOGIN), GRAVADA PELOS MENUS COM LOGIN, E A
      *            SITUACAO DO OPERADOR (ST-OPERADOR): ATIVO, BLOQUEADO
      *            POR INATIVIDADE (DORMENTE) OU REVOGADO NA
      *            RECERTIFICACAO TRIMESTRAL (NTOPRCER). BLOQUEADO OU
      *            REVOGADO NAO ENTRA ATE SER REATIVADO NO NTOPRMAN.
      *            REGISTRO ANTIGO (SITUACAO EM BRANCO) VALE COMO ATIVO.
      * Update:    19/09/2023 - INCLUIDAS A UNIDADE (CAMPUS) DE LOTACAO
      *            DO OPERADOR (CD-UNIDADE-LOTACAO) E AS UNIDADES EM QUE
      *            ELE PODE VER E MANTER ALUNOS E OFERTAS
      *            (CD-UNIDADE-AUTORIZADA, ATE 5; 99 = TODAS). LISTA
      *            VAZIA = SO A UNIDADE DE LOTACAO; LOTACAO ZERO
      *            (REGISTRO ANTIGO) VALE COMO UNIDADE 01, A SEDE.
      *            CONFERIDAS PELA ROTINA PGUNIDAD.
      * Tectonics: cobc
      ******************************************************************
       01  REG-OPERADOR.
           03 DT-TROCA-SENHA           PIC 9(08).
           03 FL-TROCA-OBRIGATORIA     PIC X(01).
               88 FL-TROCA-OBRIGATORIA-SIM VALUE 'S'.
           03 DT-ULTIMO-LOGIN          PIC 9(08).
           03 ST-OPERADOR              PIC X(01).
               88 ST-OPERADOR-ATIVO        VALUE 'A' SPACE.
               88 ST-OPERADOR-DORMENTE     VALUE 'D'.
               88 ST-OPERADOR-REVOGADO     VALUE 'R'.
           03 CD-UNIDADE-LOTACAO       PIC 9(02).
           03 CD-UNIDADE-AUTORIZADA    PIC 9(02) OCCURS 5 TIMES.
