       P100-INICIO-FIM.

      *A SELECAO DO QUE CONTA COMO VENCIDO (ACORDO VIGENTE, COBRANCA
      *CANCELADA OU BAIXADA POR PERDA, SO MENSALIDADE) CONTINUA TODA
      *NO PGSITMEN - AQUI SO SE CONVERTE O VENCIMENTO MAIS ANTIGO EM
      *DIAS DE ATRASO.
       P200-APURA-ATRASO.
           MOVE LK-ID-ALUNO TO WS-SM-ID-ALUNO.
           CALL 'PGSITMEN' USING WS-PARM-SITMEN.
