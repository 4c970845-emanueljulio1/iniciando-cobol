      *----------------------------------------------------------------*
      * COPY      : FORNREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado SUPPLIER-
      * MASTER (FORNMAST.DAT), chave FOR-CODIGO: nome do fornecedor,
      * prazo de entrega em dias uteis (base da data prevista do
      * pedido de compra confirmado pelo PROGCOB67) e situacao; so
      * fornecedor ativo recebe pedido de compra.
      *----------------------------------------------------------------*
       01  FORNECEDOR-REG.
           03  FOR-CODIGO                 PIC 9(05).
           03  FOR-NOME                   PIC X(20).
           03  FOR-PRAZO-ENTREGA          PIC 9(03).
           03  FOR-SITUACAO               PIC X(01).
               88  FOR-ATIVO                           VALUE 'A'.
               88  FOR-INATIVO                         VALUE 'I'.
