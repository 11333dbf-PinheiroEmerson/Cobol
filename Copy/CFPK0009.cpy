      * Update:    24/09/2022 - IDS DA CHAVE AMPLIADOS DE 9(03) PARA 9(05),
      *            ACOMPANHANDO A AMPLIACAO COORDENADA DAS CHAVES DO
      *            SISTEMA DE ALUNOS (MIGRACAO PELO NTMIGIDS).
      * Update:    03/07/2023 - INCLUIDA A PRESENCA SUGERIDA (S),
      *            GRAVADA PELA IMPORTACAO DAS CATRACAS (NTCATIMP) PARA
      *            O PROFESSOR CONFIRMAR OU CORRIGIR NO
      *            NTCHAINC/NTCHAIMP. ENQUANTO NAO CONFIRMADA NAO CONTA
      *            COMO PRESENCA NAS APURACOES.
      * Tectonics: cobc
      ******************************************************************
       01  REG-CHAMADA.
           03 FL-PRESENCA              PIC X(01).
               88 FL-PRESENCA-PRESENTE VALUE 'P'.
               88 FL-PRESENCA-FALTA    VALUE 'F'.
               88 FL-PRESENCA-SUGERIDA VALUE 'S'.
