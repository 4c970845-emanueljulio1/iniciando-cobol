      *----------------------------------------------------------------*
      * COPY      : PAGFOREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo PAGFORN.DAT, lote
      * de pagamento por fornecedor gravado pela rodada de pagamento
      * do PROGCOB70: quantidade de itens de nota pagos e valor.
      *----------------------------------------------------------------*
       01  PAGAMENTO-FORNECEDOR-REG.
           03  PGF-FORNECEDOR             PIC 9(05).
           03  PGF-DATA                   PIC 9(08).
           03  PGF-QT-ITENS               PIC 9(04).
           03  PGF-VALOR                  PIC 9(09)V99.
