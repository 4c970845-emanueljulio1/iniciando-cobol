      *----------------------------------------------------------------*
      * COPY      : BAIXAREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo de pedidos de baixa
      * por perda (BAIXAPEN.DAT): cada pedido gravado pelo PROGCOB86
      * indica uma fatura do ARLEDGER.DAT ou, com BXP-NUMERO zerado,
      * todo o saldo em aberto do cliente, com o motivo, o saldo na
      * data do pedido e o solicitante (sessao do OPERSESS.DAT). O
      * pedido fica 'P' ate um SUPERVISOR diferente do solicitante
      * aprovar ou rejeitar pelo PROGCOB87 (maker-checker, no molde
      * do PENDALT.DAT do PROGCOB50).
      *----------------------------------------------------------------*
       01  PEDIDO-BAIXA-REG.
           03  BXP-SITUACAO               PIC X(01).
               88  BXP-PENDENTE                        VALUE 'P'.
               88  BXP-APROVADA                        VALUE 'A'.
               88  BXP-REJEITADA                       VALUE 'R'.
           03  BXP-CLIENTE                PIC 9(05).
           03  BXP-NUMERO                 PIC 9(06).
               88  BXP-SALDO-DO-CLIENTE                VALUE ZEROS.
           03  BXP-VALOR                  PIC 9(08)V99.
           03  BXP-MOTIVO                 PIC X(30).
           03  BXP-SOLICITANTE            PIC X(20).
           03  BXP-DATA-PEDIDO            PIC 9(08).
           03  BXP-APROVADOR              PIC X(20).
           03  BXP-DATA-DECISAO           PIC 9(08).
