      * 01.09.2026 EAS Incluido PSU-ITEM, acompanhando o PEDIDOS em
      *                cabecalho + itens: a suspensao e a liberacao
      *                passaram a ser por item do pedido.
      * 15.10.2026 EAS Incluido PSU-PRECO-CLIENTE, o preco esperado
      *                do cliente (tabela de precos ou lista) sobre
      *                o qual a banda de tolerancia foi calculada.
      *----------------------------------------------------------------*
       01  PEDIDO-SUSPENSO-REG.
           03  PSU-CLIENTE                PIC 9(05).
           03  PSU-PESO                   PIC 9(04)V999.
           03  PSU-PRECO-LISTA            PIC 9(06)V99.
           03  PSU-MOTIVO                 PIC X(15).
           03  PSU-PRECO-CLIENTE          PIC 9(06)V99.
