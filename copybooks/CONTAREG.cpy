      *----------------------------------------------------------------*
      * COPY      : CONTAREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado de
      * inventario fisico (CONTAGEM.DAT), chave numero da contagem
      * + produto: um registro por produto congelado pelo PROGCOB71
      * (estoque inteiro ou selecao ciclica por categoria), com o
      * saldo contabil no congelamento, a quantidade contada
      * digitada no PROGCOB72 e a situacao. O PROGCOB73 imprime a
      * divergencia valorizada a preco de lista e, aprovada, posta
      * os ajustes no ESTOQUE.DAT e encerra a contagem.
      *----------------------------------------------------------------*
       01  CONTAGEM-REG.
           03  CNT-CHAVE.
               05  CNT-NUMERO             PIC 9(06).
               05  CNT-PRODUTO            PIC X(20).
           03  CNT-CATEGORIA              PIC X(02).
           03  CNT-DATA-CONGELAMENTO      PIC 9(08).
           03  CNT-SALDO-CONTABIL         PIC 9(06).
           03  CNT-QTD-CONTADA            PIC 9(06).
           03  CNT-DATA-CONTAGEM          PIC 9(08).
           03  CNT-CONTADOR               PIC X(20).
           03  CNT-SITUACAO               PIC X(01).
               88  CNT-AGUARDANDO                      VALUE 'A'.
               88  CNT-CONTADA                         VALUE 'C'.
               88  CNT-AJUSTADA                        VALUE 'P'.
