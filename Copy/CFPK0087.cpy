      ******************************************************************
      * Copybook:  CFPK0087.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      20/09/2023.
      * Purpose:   LAYOUT DOS MODELOS DE MENSAGEM (MODELO.DAT) - O TEXTO
      *            DE CADA SMS, E-MAIL E CARTA, POR TIPO DE EVENTO,
      *            CANAL E TIPO DE DESTINATARIO, COM DATA DE INICIO DE
      *            VIGENCIA (VALE A VERSAO DE MAIOR INICIO ATE A DATA DA
      *            MENSAGEM). O TEXTO LEVA MARCADORES ENTRE '#' QUE A
      *            ROTINA PGMODELO TROCA PELOS DADOS DO ALUNO:
      *            #ALUNO# #MATERIA# #VENCTO# #VALOR# #RESP# #DATA#
      *            #TEXTO# (DS-PAYLOAD DO EVENTO OU AVISO DIGITADO).
      *            MANTIDO PELO NTMODMAN; SEM MODELO VIGENTE, OS
      *            PROGRAMAS USAM O TEXTO PADRAO DELES.
      * Tectonics: cobc
      ******************************************************************
       01  REG-MODELO.
           03 CH-MODELO.
               05 TP-EVENTO-MODELO     PIC X(10).
               05 CANAL-MODELO         PIC X(01).
                   88 CANAL-MODELO-SMS     VALUE 'S'.
                   88 CANAL-MODELO-EMAIL   VALUE 'E'.
                   88 CANAL-MODELO-CARTA   VALUE 'C'.
                   88 CANAL-MODELO-VALIDO  VALUE 'S' 'E' 'C'.
               05 TP-DESTINATARIO-MODELO
                                       PIC X(01).
                   88 TP-DEST-MODELO-ALUNO VALUE 'A'.
                   88 TP-DEST-MODELO-RESP  VALUE 'R'.
                   88 TP-DEST-MODELO-FIN   VALUE 'F'.
                   88 TP-DEST-MODELO-TODOS VALUE 'T'.
                   88 TP-DEST-MODELO-VALIDO
                                           VALUE 'A' 'R' 'F' 'T'.
               05 DT-INICIO-MODELO     PIC 9(08).
           03 TX-LINHA-MODELO          PIC X(70) OCCURS 6 TIMES.
           03 ID-OPERADOR-MODELO       PIC X(10).
           03 DT-ALTERACAO-MODELO      PIC 9(08).
