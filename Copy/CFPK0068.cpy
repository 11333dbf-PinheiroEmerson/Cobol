      ******************************************************************
      * Copybook:  CFPK0068.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      29/05/2023.
      * Purpose:   LAYOUT DO REGISTRO DISCIPLINAR (DISCIPL.DAT) - UMA
      *            OCORRENCIA POR REGISTRO, CHAVEADA POR ALUNO, DATA
      *            DA OCORRENCIA E SEQUENCIAL NO DIA. TIPOS DE
      *            OCORRENCIA: C=COMPORTAMENTO, F=FRAUDE EM AVALIACAO,
      *            D=DANO AO PATRIMONIO, A=AGRESSAO, O=OUTROS. SANCOES:
      *            V=ADVERTENCIA VERBAL, E=ADVERTENCIA ESCRITA,
      *            S=SUSPENSAO (SO ELA PREENCHE O PERIODO DE
      *            SUSPENSAO; NAS DEMAIS AS DATAS VAO ZERADAS). DIA
      *            DENTRO DE SUSPENSAO ATIVA CONTA COMO FALTA NA
      *            APURACAO (NTCHACAL) E NO ALERTA DE RISCO (NTCHARIS)
      *            E NAO PODE SER ABONADO (NTABOMAN). OCORRENCIA
      *            ANULADA (ST-OCORRENCIA-DSC = X) FICA PARA HISTORIA
      *            MAS DEIXA DE PRODUZIR EFEITO. MANTIDO PELO NTDSCMAN.
      * Tectonics: cobc
      ******************************************************************
       01  REG-DISCIPLINA.
           03 CH-DISCIPLINA.
               05 ID-ALUNO-DSC         PIC 9(05).
               05 DT-OCORRENCIA-DSC    PIC 9(08).
               05 NR-SEQ-DSC           PIC 9(02).
           03 TP-OCORRENCIA-DSC        PIC X(01).
               88 TP-OCORRENCIA-COMPORTAMENTO VALUE 'C'.
               88 TP-OCORRENCIA-FRAUDE        VALUE 'F'.
               88 TP-OCORRENCIA-DANO          VALUE 'D'.
               88 TP-OCORRENCIA-AGRESSAO      VALUE 'A'.
               88 TP-OCORRENCIA-OUTROS        VALUE 'O'.
               88 TP-OCORRENCIA-VALIDO        VALUE 'C' 'F' 'D'
                                                    'A' 'O'.
           03 DS-OCORRENCIA-DSC        PIC X(60).
           03 TP-SANCAO-DSC            PIC X(01).
               88 TP-SANCAO-VERBAL            VALUE 'V'.
               88 TP-SANCAO-ESCRITA           VALUE 'E'.
               88 TP-SANCAO-SUSPENSAO         VALUE 'S'.
               88 TP-SANCAO-VALIDA            VALUE 'V' 'E' 'S'.
           03 DT-INICIO-SUSP-DSC       PIC 9(08).
           03 DT-FIM-SUSP-DSC          PIC 9(08).
           03 ST-OCORRENCIA-DSC        PIC X(01).
               88 ST-OCORRENCIA-ATIVA         VALUE 'A'.
               88 ST-OCORRENCIA-ANULADA       VALUE 'X'.
           03 ID-OPERADOR-DSC          PIC X(10).
           03 DT-REGISTRO-DSC          PIC 9(08).
           03 ID-OPERADOR-ANL-DSC      PIC X(10).
           03 DT-ANULACAO-DSC          PIC 9(08).
           03 DS-MOTIVO-ANL-DSC        PIC X(40).
