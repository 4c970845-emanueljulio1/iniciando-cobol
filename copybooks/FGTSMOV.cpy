      *----------------------------------------------------------------*
      * COPY      : FGTSMOV
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do razao de FGTS por matricula
      * (FGTSMOV.DAT), uma linha por movimento: deposito mensal
      * gravado pela folha do PROGCOB04 (base = bruto do periodo
      * mais o decimo) e multa rescisoria gravada pelo PROGCOB45 na
      * dispensa sem justa causa (base = saldo do FGTSSALD.DAT).
      * Resumido por competencia na guia de recolhimento do
      * PROGCOB92.
      *----------------------------------------------------------------*
       01  FGTS-MOVTO-REG.
           03  FGM-MATRICULA              PIC 9(06).
           03  FGM-DATA                   PIC 9(08).
           03  FGM-TIPO                   PIC X(01).
               88  FGM-DEPOSITO-MENSAL                 VALUE 'D'.
               88  FGM-MULTA-RESCISORIA                VALUE 'M'.
           03  FGM-BASE                   PIC 9(09)V99.
           03  FGM-VALOR                  PIC 9(08)V99.
           03  FGM-PROGRAMA               PIC X(09).
