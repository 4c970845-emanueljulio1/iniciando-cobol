      *----------------------------------------------------------------*
      * COPY      : PEDCOREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado PURCHASE-
      * ORDER (PEDCOMPR.DAT), uma linha de pedido de compra por
      * registro, chave numero do pedido + linha, com chave
      * alternativa pelo produto (com duplicatas) para somar o que
      * ja esta em pedido aberto. As linhas nascem da confirmacao do
      * comprador no PROGCOB67 sobre as sugestoes do ressuprimento
      * do PROGCOB36 e sao baixadas pelo recebimento do PROGCOB36
      * (entrada 'E' com o pedido em MOV-ORIGEM): recebimento
      * parcial deixa a linha 'P', o saldo completo a fecha 'R'.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluida PCO-QTD-FATURADA, a quantidade ja
      *                cobrada pelo fornecedor em notas conferidas e
      *                liberadas pelo PROGCOB69, para a mesma entrega
      *                nao ser paga duas vezes.
      *----------------------------------------------------------------*
       01  PEDIDO-COMPRA-REG.
           03  PCO-CHAVE.
               05  PCO-NUMERO             PIC 9(06).
               05  PCO-LINHA              PIC 9(02).
           03  PCO-FORNECEDOR             PIC 9(05).
           03  PCO-PRODUTO                PIC X(20).
           03  PCO-QTD-PEDIDA             PIC 9(06).
           03  PCO-QTD-RECEBIDA           PIC 9(06).
           03  PCO-QTD-FATURADA           PIC 9(06).
           03  PCO-CUSTO-UNITARIO         PIC 9(06)V99.
           03  PCO-DATA-EMISSAO           PIC 9(08).
           03  PCO-DATA-PREVISTA          PIC 9(08).
           03  PCO-DATA-ULT-RECEB         PIC 9(08).
           03  PCO-COMPRADOR              PIC X(20).
           03  PCO-SITUACAO               PIC X(01).
               88  PCO-ABERTA                          VALUE 'A'.
               88  PCO-PARCIAL                         VALUE 'P'.
               88  PCO-RECEBIDA                        VALUE 'R'.
               88  PCO-CANCELADA                       VALUE 'C'.
               88  PCO-PENDENTE-RECEBER                VALUE 'A' 'P'.
