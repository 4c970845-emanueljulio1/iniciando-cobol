      *                credito do PROGCOB37 cancela a fatura no razao,
      *                liberando o limite de credito do cliente e
      *                tirando-a dos itens em aberto e da cobranca.
      * 15.10.2026 EAS Incluida a situacao 'B' (baixada por perda): a
      *                baixa aprovada pelo PROGCOB87 encerra a fatura
      *                incobravel; pagamento que chegar depois nao e
      *                aplicado nela, vira recuperacao de credito.
      *----------------------------------------------------------------*
       01  CONTAS-RECEBER-REG.
           03  CRE-CHAVE.
               88  CRE-PARCIAL                         VALUE 'P'.
               88  CRE-LIQUIDADA                       VALUE 'L'.
               88  CRE-CANCELADA                       VALUE 'C'.
               88  CRE-BAIXADA                         VALUE 'B'.
