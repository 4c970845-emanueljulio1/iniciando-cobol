      *----------------------------------------------------------------*
      * COPY      : ESTCOREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do ESTCOMIS.DAT, o razao de
      * estornos de comissao por devolucao de venda de outro dia,
      * mantido pelo PROGCOB27: uma linha por devolucao com a
      * comissao paga na venda original (apurada no SALESHIS.DAT sob
      * a faixa do plano do vendedor na data da venda) e o saldo
      * ainda a abater do extrato de comissao. Saldo que excede a
      * comissao do dia fica para as rodadas seguintes. O ultimo
      * abatimento e sua data permitem refazer a rodada do mesmo dia
      * sem abater duas vezes.
      *----------------------------------------------------------------*
       01  ESTORNO-COMISSAO-REG.
           03  EST-VENDEDOR               PIC X(05).
           03  EST-DATA-LANCTO            PIC 9(08).
           03  EST-NUMERO-DEV             PIC 9(06).
           03  EST-REF-NUMERO             PIC 9(06).
           03  EST-REF-DATA               PIC 9(08).
           03  EST-VALOR-DEV              PIC 9(06)V99.
           03  EST-VALOR-ESTORNO          PIC 9(08)V99.
           03  EST-SALDO                  PIC 9(08)V99.
           03  EST-DATA-ULT-ABATIM        PIC 9(08).
           03  EST-VALOR-ULT-ABATIM       PIC 9(08)V99.
