      *----------------------------------------------------------------*
      * COPY      : CTAPGREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado CONTAS-
      * A-PAGAR de fornecedores (CTAPAGAR.DAT), uma linha de nota
      * fiscal de fornecedor por registro, chave fornecedor + nota +
      * item. A linha entra digitada pelo PROGCOB69, que a confere
      * contra o pedido de compra (PEDCOMPR.DAT) e contra o recebido
      * na trilha MOVESTOQ.DAT: conferida sai liberada para
      * pagamento, divergente fica retida com o motivo e volta a ser
      * conferida na rodada seguinte. A rodada de pagamento do
      * PROGCOB70 paga as liberadas vencidas e marca a data.
      *----------------------------------------------------------------*
       01  CONTA-PAGAR-REG.
           03  CPG-CHAVE.
               05  CPG-FORNECEDOR         PIC 9(05).
               05  CPG-NOTA               PIC 9(09).
               05  CPG-ITEM               PIC 9(02).
           03  CPG-DATA-EMISSAO           PIC 9(08).
           03  CPG-DATA-VENCIMENTO        PIC 9(08).
           03  CPG-PEDIDO                 PIC 9(06).
           03  CPG-LINHA-PEDIDO           PIC 9(02).
           03  CPG-PRODUTO                PIC X(20).
           03  CPG-QUANTIDADE             PIC 9(06).
           03  CPG-PRECO-UNITARIO         PIC 9(06)V99.
           03  CPG-VALOR                  PIC 9(09)V99.
           03  CPG-SITUACAO               PIC X(01).
               88  CPG-DIGITADA                        VALUE 'D'.
               88  CPG-RETIDA                          VALUE 'R'.
               88  CPG-LIBERADA                        VALUE 'L'.
               88  CPG-PAGA                            VALUE 'P'.
               88  CPG-A-CONFERIR                      VALUE 'D' 'R'.
           03  CPG-MOTIVO                 PIC X(20).
           03  CPG-DATA-LIBERACAO         PIC 9(08).
           03  CPG-DATA-PAGAMENTO         PIC 9(08).
