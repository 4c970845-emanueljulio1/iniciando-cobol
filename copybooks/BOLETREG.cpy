      *----------------------------------------------------------------*
      * COPY      : BOLETREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado BOLETOS.DAT,
      * chave BOL-NOSSO-NUMERO (cliente + fatura, a mesma CRE-CHAVE
      * do ARLEDGER.DAT): um boleto de cobranca por fatura em aberto,
      * emitido pelo PROGCOB84 no modo E com o saldo e o vencimento
      * (CRE-DATA-PROMETIDA) da fatura. O retorno do banco (modo R)
      * acumula o valor pago, os juros e a tarifa e leva a situacao
      * de E (emitido) para P (pago em parte) ou L (liquidado);
      * X e boleto recusado na entrada pelo banco, reemitido na
      * proxima remessa. Boleto ja registrado nao e emitido de novo.
      *----------------------------------------------------------------*
       01  BOLETO-REG.
           03  BOL-NOSSO-NUMERO.
               05  BOL-CLIENTE            PIC 9(05).
               05  BOL-NUMERO             PIC 9(06).
           03  BOL-DATA-EMISSAO           PIC 9(08).
           03  BOL-DATA-VENCIMENTO        PIC 9(08).
           03  BOL-VALOR                  PIC 9(08)V99.
           03  BOL-VALOR-PAGO             PIC 9(08)V99.
           03  BOL-JUROS                  PIC 9(08)V99.
           03  BOL-TARIFA                 PIC 9(06)V99.
           03  BOL-DATA-CREDITO           PIC 9(08).
           03  BOL-SITUACAO               PIC X(01).
               88  BOL-EMITIDO                         VALUE 'E'.
               88  BOL-PAGO-PARCIAL                    VALUE 'P'.
               88  BOL-LIQUIDADO                       VALUE 'L'.
               88  BOL-RECUSADO                        VALUE 'X'.
