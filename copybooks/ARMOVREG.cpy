      *----------------------------------------------------------------*
      * COPY      : ARMOVREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo ARMOVTO.DAT,
      * movimento do razao de contas a receber: cada programa que
      * abate o saldo de uma fatura do ARLEDGER.DAT acrescenta uma
      * linha com a chave da fatura, a data, o tipo e o valor
      * abatido - pagamento do CLIPAGTO.DAT (PROGCOB33) ou do
      * retorno de boletos (PROGCOB84) e nota de credito (PROGCOB37,
      * o saldo que a nota tirou da fatura). O razao guarda so o
      * acumulado pago; e deste arquivo que o extrato mensal do
      * PROGCOB85 tira os pagamentos e as notas do mes e reconstroi
      * o saldo de abertura e de fechamento de cada cliente.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluidos os tipos 'B' (baixa por perda do
      *                PROGCOB87, o saldo que a baixa tirou da fatura)
      *                e 'R' (recuperacao: pagamento recebido pelo
      *                PROGCOB33 ou PROGCOB84 sobre fatura ja baixada,
      *                que nao abate saldo e so fica como historico).
      *----------------------------------------------------------------*
       01  AR-MOVIMENTO-REG.
           03  AMV-CHAVE.
               05  AMV-CLIENTE            PIC 9(05).
               05  AMV-NUMERO             PIC 9(06).
           03  AMV-DATA                   PIC 9(08).
           03  AMV-TIPO                   PIC X(01).
               88  AMV-PAGAMENTO                       VALUE 'P'.
               88  AMV-NOTA-CREDITO                    VALUE 'N'.
               88  AMV-BAIXA-PERDA                     VALUE 'B'.
               88  AMV-RECUPERACAO                     VALUE 'R'.
           03  AMV-VALOR                  PIC 9(08)V99.
           03  AMV-PROGRAMA               PIC X(09).
