      *----------------------------------------------------------------*
      * COPY      : BOLRTREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo de retorno diario
      * da cobranca (BOLRET.DAT), devolvido pelo banco: um registro
      * por ocorrencia de boleto com o nosso numero, o codigo da
      * ocorrencia ('02' entrada confirmada, '03' entrada recusada,
      * '06' liquidacao, '09' baixa), a data do credito, o valor
      * recebido (ja com os juros), os juros pagos pelo sacado e a
      * tarifa cobrada pelo banco. Lido pelo PROGCOB84 no modo R,
      * que aplica as liquidacoes no ARLEDGER.DAT.
      *----------------------------------------------------------------*
       01  BOLETO-RETORNO-REG.
           03  BRB-NOSSO-NUMERO.
               05  BRB-CLIENTE            PIC 9(05).
               05  BRB-NUMERO             PIC 9(06).
           03  BRB-OCORRENCIA             PIC X(02).
               88  BRB-ENTRADA-CONFIRMADA              VALUE '02'.
               88  BRB-ENTRADA-RECUSADA                VALUE '03'.
               88  BRB-LIQUIDACAO                      VALUE '06'.
               88  BRB-BAIXA                           VALUE '09'.
           03  BRB-DATA-CREDITO           PIC 9(08).
           03  BRB-VALOR-PAGO             PIC 9(08)V99.
           03  BRB-JUROS                  PIC 9(08)V99.
           03  BRB-TARIFA                 PIC 9(06)V99.
           03  BRB-MOTIVO                 PIC X(20).
