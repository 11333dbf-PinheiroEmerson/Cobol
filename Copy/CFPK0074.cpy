      ******************************************************************
      * Copybook:  CFPK0074.
      * Author:    EMERSON PINHEIRO - EMAIL. TIO.EL@OUTLOOK.COM.
      * Date:      19/06/2023.
      * Purpose:   LAYOUT DOS CURSOS CONVOCADOS PARA O ENADE
      *            (ENADECUR.DAT) - UM REGISTRO POR ANO DE EXAME E
      *            CURSO, COM A DATA DA PROVA. SO OS ALUNOS DOS CURSOS
      *            CONVOCADOS NO ANO ENTRAM NA LISTA DE HABILITADOS DO
      *            NTENAGER. MANTIDO PELO NTENAMAN.
      * Tectonics: cobc
      ******************************************************************
       01  REG-ENADECUR.
           03 CH-ENADECUR.
               05 AA-ENADE-ECR         PIC 9(04).
               05 ID-CURSO-ECR         PIC 9(02).
           03 DT-PROVA-ECR             PIC 9(08).
           03 ID-OPERADOR-ECR          PIC X(10).
           03 DT-REGISTRO-ECR          PIC 9(08).
