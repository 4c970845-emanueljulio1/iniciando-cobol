      *----------------------------------------------------------------*
      * COPY      : DEVREFRG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do DEVREF.DAT, gravado pelo
      * PROGCOB09 para cada devolucao aceita na critica que se
      * refere a uma venda de outro dia (VEN-REF-NUMERO e
      * VEN-REF-DATA): a comissao dessa venda ja foi paga em outra
      * rodada, e o PROGCOB27 apura e estorna o valor pago a partir
      * desta linha. Na retomada de checkpoint o arquivo e aberto em
      * EXTEND e pode repetir devolucoes; o PROGCOB27 desconsidera a
      * repeticao pelo numero e data da devolucao.
      *----------------------------------------------------------------*
       01  DEVOLUCAO-REF-REG.
           03  DVR-DATA-LANCTO            PIC 9(08).
           03  DVR-NUMERO                 PIC 9(06).
           03  DVR-FILIAL                 PIC X(03).
           03  DVR-VENDEDOR               PIC X(05).
           03  DVR-CLIENTE                PIC 9(05).
           03  DVR-VALOR                  PIC 9(06)V99.
           03  DVR-REF-NUMERO             PIC 9(06).
           03  DVR-REF-DATA               PIC 9(08).
