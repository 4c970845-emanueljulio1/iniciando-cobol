      *----------------------------------------------------------------*
      * COPY      : RECEBREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do RECEBIV.DAT, anexado pelo
      * PROGCOB09 no fechamento da rodada: uma linha por filial,
      * adquirente e forma de pagamento (cartao de credito, cartao de
      * debito ou PIX) com o bruto das vendas do dia, ja liquido das
      * devolucoes e cancelamentos. E o valor a receber da
      * adquirente, conciliado contra a liquidacao pelo PROGCOB101,
      * e a parcela nao-dinheiro abatida das vendas da filial na
      * conciliacao bancaria do PROGCOB12. Uma rodada repetida no
      * mesmo dia anexa de novo as mesmas chaves; vale a ultima.
      *----------------------------------------------------------------*
       01  RECEBIVEL-REG.
           03  RCB-DATA-VENDA             PIC 9(08).
           03  RCB-FILIAL                 PIC X(03).
           03  RCB-ADQUIRENTE             PIC X(03).
           03  RCB-FORMA                  PIC X(01).
           03  RCB-VALOR-BRUTO            PIC 9(09)V99.
           03  RCB-QT-VENDAS              PIC 9(06).
