      *----------------------------------------------------------------*
      * COPY      : INUTREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado de numeros
      * de fatura inutilizados (NUMINUT.DAT), chave INU-NUMERO: um
      * registro por numero deliberadamente descartado, gravado pelo
      * PROGCOB80 no ato da inutilizacao com a data, a hora, o
      * operador da sessao e o motivo informado. Lido pela auditoria
      * da sequencia de faturas do PROGCOB81, para o numero
      * inutilizado nao aparecer como lacuna.
      *----------------------------------------------------------------*
       01  NUMERO-INUTILIZADO-REG.
           03  INU-NUMERO                 PIC 9(06).
           03  INU-DATA                   PIC 9(08).
           03  INU-HORA                   PIC 9(06).
           03  INU-USUARIO                PIC X(20).
           03  INU-MOTIVO                 PIC X(40).
