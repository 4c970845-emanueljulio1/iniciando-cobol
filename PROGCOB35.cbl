      * 01.09.2026 EAS A suspensao e a liberacao passaram a ser por
      *                item do pedido, acompanhando o PEDIDOS em
      *                cabecalho + itens.
      * 15.10.2026 EAS Exibe tambem o preco esperado do cliente, base
      *                da banda de tolerancia da pre-critica.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
           DISPLAY 'PRODUTO ...... : ' PSU-PRODUTO.
           DISPLAY 'VALOR DIGITADO : ' PSU-VALOR.
           DISPLAY 'PRECO DE LISTA : ' PSU-PRECO-LISTA.
           DISPLAY 'PRECO CLIENTE  : ' PSU-PRECO-CLIENTE.
           DISPLAY 'MOTIVO ....... : ' PSU-MOTIVO.
           DISPLAY 'LIBERAR (S/N) ? '.
           ACCEPT WRK-DECISAO.
