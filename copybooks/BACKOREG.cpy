      *----------------------------------------------------------------*
      * COPY      : BACKOREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado BACKORDER
      * (BACKORD.DAT): a parte de uma linha de pedido que a pre-
      * critica do PROGCOB20 nao pode atender por falta de saldo no
      * STOCK-BALANCE. A chave produto + data original do pedido +
      * numero + item deixa a fila de cada produto na ordem de
      * chegada dos pedidos, que e a prioridade de atendimento. A
      * cada entrada de estoque o PROGCOB36 libera a fila do produto
      * para o BACKLIB.DAT (mesmo layout), reapresentado na proxima
      * pre-critica antes dos pedidos novos; o PROGCOB75 lista a
      * fila por cliente e produto com a idade de cada linha.
      *----------------------------------------------------------------*
       01  BACKORDER-REG.
           03  BKO-CHAVE.
               05  BKO-PRODUTO            PIC X(20).
               05  BKO-DATA-PEDIDO        PIC 9(08).
               05  BKO-NUMERO             PIC 9(06).
               05  BKO-ITEM               PIC 9(02).
           03  BKO-CLIENTE                PIC 9(05).
           03  BKO-UF                     PIC X(02).
           03  BKO-CATEGORIA              PIC X(02).
           03  BKO-QUANTIDADE             PIC 9(04).
           03  BKO-VALOR                  PIC 9(06)V99.
           03  BKO-PESO                   PIC 9(04)V999.
           03  BKO-DATA-INCLUSAO          PIC 9(08).
