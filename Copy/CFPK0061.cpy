      ******************************************************************
      * Copybook:  CFPK0061.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      08/05/2023.
      * Purpose:   LAYOUT DA DISPONIBILIDADE DO PROFESSOR
      *            (DISPPROF.DAT) - UMA FAIXA DE HORARIO (HHMM) POR
      *            DIA DA SEMANA (1=DOM..7=SAB) EM QUE O PROFESSOR
      *            DECLAROU PODER DAR AULA. PROFESSOR SEM NENHUMA
      *            FAIXA CADASTRADA E TRATADO COMO DISPONIVEL EM
      *            QUALQUER HORARIO. MANTIDA PELO NTPRFMAN E
      *            CONFERIDA PELO PGPRFCAR NA ATRIBUICAO DE OFERTA
      *            (NTPRFMAN), NA SUBSTITUICAO (NTSUBMAN) E NA
      *            INCLUSAO DE BLOCO DE AULA (NTHORMAN).
      * Tectonics: cobc
      ******************************************************************
       01  REG-DISPPROF.
           03 CH-DISPPROF.
               05 ID-PROFESSOR-DSP     PIC 9(03).
               05 DIA-SEMANA-DSP       PIC 9(01).
               05 HR-INICIO-DSP        PIC 9(04).
           03 HR-FIM-DSP               PIC 9(04).
