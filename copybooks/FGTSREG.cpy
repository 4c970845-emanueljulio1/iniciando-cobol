      *----------------------------------------------------------------*
      * COPY      : FGTSREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado FGTS-SALDO
      * (FGTSSALD.DAT), chave FGS-MATRICULA, com o saldo acumulado de
      * depositos de FGTS de cada empregado. Mantido pela folha do
      * PROGCOB04 (8% do bruto do periodo mais o decimo) e consultado
      * pela rescisao do PROGCOB45 para a multa rescisoria na
      * dispensa sem justa causa.
      *----------------------------------------------------------------*
       01  FGTS-SALDO-REG.
           03  FGS-MATRICULA              PIC 9(06).
           03  FGS-NOME                   PIC X(20).
           03  FGS-SALDO                  PIC 9(09)V99.
           03  FGS-DATA-ULT-DEPOSITO      PIC 9(08).
