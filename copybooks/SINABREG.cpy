      * rodada de pagamento de frete deduz estas linhas da remessa
      * da transportadora, para pararmos de pagar integral enquanto
      * a transportadora nos deve carga perdida.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluida ABT-ORIGEM: alem do sinistro ('S' ou
      *                branco, PROGCOB40), o frete de volta de uma
      *                devolucao de cliente por falha da
      *                transportadora ('D', PROGCOB76) tambem e
      *                abatido da remessa.
      *----------------------------------------------------------------*
       01  SINISTRO-ABATIMENTO-REG.
           03  ABT-TRANSPORTADORA         PIC X(03).
           03  ABT-SITUACAO               PIC X(01).
               88  ABT-PENDENTE                        VALUE 'P' ' '.
               88  ABT-DEDUZIDO                        VALUE 'D'.
           03  ABT-ORIGEM                 PIC X(01).
               88  ABT-ORIGEM-SINISTRO                 VALUE 'S' ' '.
               88  ABT-ORIGEM-DEVOLUCAO                VALUE 'D'.
