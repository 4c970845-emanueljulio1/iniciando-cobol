      *----------------------------------------------------------------*
      * COPY      : NFFENREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo NFFORENT.DAT, carga
      * das notas fiscais de fornecedor digitadas, um item de nota
      * por registro com o pedido de compra e a linha a que se
      * refere, quantidade e preco unitario cobrados. Vencimento
      * zerado vence na data de emissao. Lido pelo PROGCOB69, que
      * inclui cada item no CTAPAGAR.DAT para a conferencia.
      *----------------------------------------------------------------*
       01  NOTA-FORNECEDOR-REG.
           03  NFE-FORNECEDOR             PIC 9(05).
           03  NFE-NOTA                   PIC 9(09).
           03  NFE-ITEM                   PIC 9(02).
           03  NFE-DATA-EMISSAO           PIC 9(08).
           03  NFE-DATA-VENCIMENTO        PIC 9(08).
           03  NFE-PEDIDO                 PIC 9(06).
           03  NFE-LINHA-PEDIDO           PIC 9(02).
           03  NFE-PRODUTO                PIC X(20).
           03  NFE-QUANTIDADE             PIC 9(06).
           03  NFE-PRECO-UNITARIO         PIC 9(06)V99.
