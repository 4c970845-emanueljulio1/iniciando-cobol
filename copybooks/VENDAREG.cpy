      *                PROGCOB09 e acumulado no historico de compras
      *                por cliente (CLIHIST.DAT) para a analise do
      *                PROGCOB56.
      * 15.10.2026 EAS Incluidos VEN-FORMA-PAGTO (dinheiro, cartao de
      *                credito, cartao de debito ou PIX) e
      *                VEN-ADQUIRENTE, a credenciadora que liquida a
      *                venda de cartao/PIX. O PROGCOB09 acumula as
      *                vendas de cartao/PIX por filial, adquirente e
      *                forma no RECEBIV.DAT, conciliado contra a
      *                liquidacao da adquirente pelo PROGCOB101; o
      *                PROGCOB12 passa a conciliar so o dinheiro.
      *                Forma em branco vale como dinheiro, para as
      *                cargas antigas.
      * 15.10.2026 EAS Incluidos VEN-REF-NUMERO e VEN-REF-DATA, a venda
      *                original de uma devolucao: devolucao de venda
      *                de outro dia nao abate o resumo do vendedor no
      *                PROGCOB09 e vai para o DEVREF.DAT, de onde o
      *                PROGCOB27 estorna a comissao paga na venda
      *                original. Zerados nas vendas, cancelamentos e
      *                devolucoes sem referencia.
      *----------------------------------------------------------------*
       01  VENDA-REG.
           03  VEN-NUMERO                 PIC 9(06).
               88  VEN-TIPO-VENDA                      VALUE 'V' ' '.
               88  VEN-TIPO-DEVOLUCAO                  VALUE 'D'.
               88  VEN-TIPO-CANCELAMENTO               VALUE 'C'.
           03  VEN-FORMA-PAGTO            PIC X(01).
               88  VEN-PAGTO-DINHEIRO                  VALUE 'D' ' '.
               88  VEN-PAGTO-CREDITO                   VALUE 'C'.
               88  VEN-PAGTO-DEBITO                    VALUE 'B'.
               88  VEN-PAGTO-PIX                       VALUE 'P'.
               88  VEN-PAGTO-ADQUIRENTE          VALUE 'C' 'B' 'P'.
           03  VEN-ADQUIRENTE             PIC X(03).
           03  VEN-REF-NUMERO             PIC 9(06).
           03  VEN-REF-DATA               PIC 9(08).
