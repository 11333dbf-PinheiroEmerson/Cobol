      *            (REGRA CENTRAL NO PGSITMEN). ARQUIVOS GRAVADOS NO
      *            TAMANHO ANTIGO PRECISAM SER RECARREGADOS NA
      *            VIRADA.
      * Update:    16/01/2023 - INCLUIDO O DESCONTO DE PONTUALIDADE
      *            CONCEDIDO NA BAIXA (VL-DESCONTO-PONT), GRAVADO SO
      *            QUANDO A COBRANCA E QUITADA DENTRO DO PRAZO DA TABELA
      *            DE PRECOS (PGDESPON); O VALOR PAGO FICA LIQUIDO DO
      *            DESCONTO. ARQUIVOS GRAVADOS NO TAMANHO ANTIGO
      *            PRECISAM SER RECARREGADOS NA VIRADA.
      * Update:    30/01/2023 - INCLUIDO O CALCULO DA PRIMEIRA COBRANCA
      *            PROPORCIONAL DE ALUNO MATRICULADO NO MEIO DO MES
      *            (NTFINABR): TIPO DE CONTAGEM (TP-PRORATA: C=DIAS
      *            CORRIDOS, L=DIAS LETIVOS, EM BRANCO SEM
      *            PROPORCIONAL), DATA DE INICIO (A MATRICULA), DIAS
      *            COBRADOS SOBRE OS DIAS DO MES E O VALOR INTEGRAL
      *            ANTES DA PROPORCAO. ARQUIVOS GRAVADOS NO TAMANHO
      *            ANTIGO PRECISAM SER RECARREGADOS NA VIRADA.
      * Update:    06/02/2023 - INCLUIDA A BAIXA POR PERDA (NTFINPER):
      *            ST-COBRANCA P MARCA A COBRANCA BAIXADA COMO PERDA,
      *            COM A DATA E O SALDO BAIXADO (DT-BAIXA-PERDA E
      *            VL-BAIXA-PERDA); FICA FORA DA LISTAGEM DE ABERTO, DA
      *            INADIMPLENCIA (PGSITMEN) E DO SALDO EM ABERTO DO
      *            FECHAMENTO. PAGAMENTO POSTERIOR (NTFINPAG/NTFINRET) E
      *            RECUPERACAO: O TOTAL RECUPERADO (VL-RECUPERADO), A
      *            DATA DO ULTIMO RECEBIMENTO (DT-RECUPERACAO) E O
      *            RECUPERADO NO MES DESSA DATA (VL-RECUPERADO-MES) SAO
      *            A BASE DO EVENTO RP DA EXPORTACAO CONTABIL. ARQUIVOS
      *            GRAVADOS NO TAMANHO ANTIGO PRECISAM SER RECARREGADOS
      *            NA VIRADA.
      * Update:    13/02/2023 - INCLUIDA A NEGATIVACAO NO BIRO DE
      *            CREDITO (NTFINNEG): ST-NEGATIVACAO (A=AVISO PREVIO
      *            ENVIADO, I=INCLUIDA NO BIRO, B=DIVIDA QUITADA OU
      *            RENEGOCIADA COM EXCLUSAO PENDENTE, X=EXCLUIDA, EM
      *            BRANCO NUNCA NEGATIVADA), AS DATAS DE CADA PASSO, O
      *            CPF DO DEVEDOR E O VALOR ENVIADOS NA INCLUSAO (A
      *            EXCLUSAO USA OS MESMOS). NTFINPAG, NTFINRET E
      *            NTFINACO MARCAM B AO QUITAR OU RENEGOCIAR COBRANCA
      *            INCLUIDA. ARQUIVOS GRAVADOS NO TAMANHO ANTIGO
      *            PRECISAM SER RECARREGADOS NA VIRADA.
      * Update:    27/02/2023 - INCLUIDA A REGUA DE COBRANCA (NTFINREG):
      *            NR-PASSO-REGUA GUARDA O ULTIMO PASSO JA ENFILEIRADO
      *            PARA A COBRANCA (1=LEMBRETE ANTES DO VENCIMENTO,
      *            2=AVISO DE VENCIDA, 3=SEGUNDO AVISO, 4=AVISO DE
      *            ENCAMINHAMENTO; ZERO NENHUM) E DT-PASSO-REGUA A DATA
      *            EM QUE FOI ENFILEIRADO, PARA O MESMO PASSO NUNCA SAIR
      *            DUAS VEZES. ARQUIVOS GRAVADOS NO TAMANHO ANTIGO
      *            PRECISAM SER RECARREGADOS NA VIRADA.
      * Update:    06/03/2023 - INCLUIDO O TIPO B (MULTA POR ATRASO NA
      *            DEVOLUCAO DE LIVRO DA BIBLIOTECA), LANCADO PELO
      *            NTBIBDEV NA COMPETENCIA DA DEVOLUCAO. COMO A CHAVE SO
      *            ADMITE UMA COBRANCA DO TIPO POR MES, MULTA NOVA SOMA
      *            NA COBRANCA B AINDA ABERTA DO MES.
      * Tectonics: cobc
      ******************************************************************
       01  REG-MENSALIDADE.
                   88 TP-COBRANCA-MATRICULA   VALUE 'T'.
                   88 TP-COBRANCA-DOCUMENTO   VALUE 'D'.
                   88 TP-COBRANCA-RECUPERACAO VALUE 'R'.
                   88 TP-COBRANCA-BIBLIOTECA  VALUE 'B'.
           03 VL-MENSALIDADE           PIC 9(05)V99.
           03 DT-VENCIMENTO            PIC 9(08).
           03 DT-PAGAMENTO             PIC 9(08).
           03 VL-JUROS                 PIC 9(05)V99.
           03 ST-COBRANCA              PIC X(01).
               88 ST-COBRANCA-CANCELADA VALUE 'C'.
               88 ST-COBRANCA-PERDA     VALUE 'P'.
           03 VL-DESCONTO-PONT         PIC 9(05)V99.
           03 TP-PRORATA               PIC X(01).
               88 TP-PRORATA-CORRIDOS  VALUE 'C'.
               88 TP-PRORATA-LETIVOS   VALUE 'L'.
           03 DT-INICIO-PRORATA        PIC 9(08).
           03 QT-DIAS-PRORATA          PIC 9(02).
           03 QT-DIAS-BASE-PRORATA     PIC 9(02).
           03 VL-INTEGRAL-PRORATA      PIC 9(05)V99.
           03 DT-BAIXA-PERDA           PIC 9(08).
           03 VL-BAIXA-PERDA           PIC 9(05)V99.
           03 DT-RECUPERACAO           PIC 9(08).
           03 VL-RECUPERADO            PIC 9(05)V99.
           03 VL-RECUPERADO-MES        PIC 9(05)V99.
           03 ST-NEGATIVACAO           PIC X(01).
               88 ST-NEGAT-AVISADA     VALUE 'A'.
               88 ST-NEGAT-INCLUIDA    VALUE 'I'.
               88 ST-NEGAT-A-EXCLUIR   VALUE 'B'.
               88 ST-NEGAT-EXCLUIDA    VALUE 'X'.
           03 DT-AVISO-NEGAT           PIC 9(08).
           03 DT-INCLUSAO-NEGAT        PIC 9(08).
           03 DT-BAIXA-NEGAT           PIC 9(08).
           03 DT-EXCLUSAO-NEGAT        PIC 9(08).
           03 CPF-NEGATIVACAO          PIC 9(11).
           03 VL-NEGATIVADO            PIC 9(05)V99.
           03 NR-PASSO-REGUA           PIC 9(01).
           03 DT-PASSO-REGUA           PIC 9(08).
