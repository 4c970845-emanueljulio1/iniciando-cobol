      *----------------------------------------------------------------*
      * COPY      : PRCLIREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado de tabela
      * de precos por cliente (PRECOCLI.DAT), chave cliente + tipo
      * ('P' produto, 'C' categoria) + codigo do produto ou da
      * categoria + data de vigencia + quantidade minima da faixa.
      * Cada registro da um desconto percentual sobre o preco de
      * lista do PRODUCT-MASTER ou um preco liquido (preco liquido
      * zerado = vale o desconto), valido da vigencia ate a data
      * final (zeros = sem fim) para pedidos com PED-QUANTIDADE a
      * partir da quantidade minima. Consultado pelo PROGCOBU8 na
      * pre-critica do PROGCOB20 e no faturamento do PROGCOB06.
      *----------------------------------------------------------------*
       01  PRECO-CLIENTE-REG.
           03  PCL-CHAVE.
               05  PCL-CLIENTE            PIC 9(05).
               05  PCL-TIPO               PIC X(01).
                   88  PCL-POR-PRODUTO                 VALUE 'P'.
                   88  PCL-POR-CATEGORIA               VALUE 'C'.
               05  PCL-CODIGO             PIC X(20).
               05  PCL-DATA-VIGENCIA      PIC 9(08).
               05  PCL-QTD-MINIMA         PIC 9(04).
           03  PCL-DATA-FIM               PIC 9(08).
               88  PCL-SEM-DATA-FIM                    VALUE ZEROS.
           03  PCL-DESCONTO-PCT           PIC 9(02)V99.
           03  PCL-PRECO-LIQUIDO          PIC 9(06)V99.
               88  PCL-VALE-DESCONTO                   VALUE ZEROS.
