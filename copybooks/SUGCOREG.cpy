      *----------------------------------------------------------------*
      * COPY      : SUGCOREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo SUGCOMPR.DAT,
      * sugestao de compra gravada pelo PROGCOB36 para cada produto
      * do relatorio de ressuprimento ainda nao coberto por pedido
      * de compra aberto: disponivel, ponto de ressuprimento, o que
      * ja esta em pedido e a quantidade sugerida (repor ate o dobro
      * do ponto), para o comprador confirmar no PROGCOB67.
      *----------------------------------------------------------------*
       01  SUGESTAO-COMPRA-REG.
           03  SGC-PRODUTO                PIC X(20).
           03  SGC-DATA                   PIC 9(08).
           03  SGC-DISPONIVEL             PIC S9(07).
           03  SGC-PONTO-RESSUPRIMENTO    PIC 9(06).
           03  SGC-QTD-EM-PEDIDO          PIC 9(06).
           03  SGC-QTD-SUGERIDA           PIC 9(06).
