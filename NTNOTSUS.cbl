      *            MOTIVOS: 01=ALUNO INEXISTENTE  02=INADIMPLENTE
      *            03=MATERIA NAO LOCALIZADA  04=PROFESSOR DE OUTRA
      *            OFERTA  05=NOTA FORA DA FAIXA  06=PRAZO VENCIDO/
      *            PERIODO ENCERRADO  07=RESULTADO JA GRAVADO
      *            08=ALUNO DE UNIDADE NAO AUTORIZADA.
      * Update:    24/09/2022 - CHAVES DE ALUNO E MATERIA AMPLIADAS
      *            DE 9(03) PARA 9(05) (CONVERSAO COORDENADA DO
      *            SISTEMA DE ALUNOS; MIGRACAO DOS MESTRES PELO
      *            NTMIGIDS).
      * Update:    25/09/2023 - NOVO MOTIVO 08 (ALUNO DE UNIDADE NAO
      *            AUTORIZADA PARA O OPERADOR), GRAVADO PELO NTNOTLOT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
