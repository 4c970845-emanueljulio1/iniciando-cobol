      *----------------------------------------------------------------*
      * COPY      : RETENREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do razao de retencoes feitas
      * fora da rodada de folha (RETENCAO.DAT), uma linha por
      * acerto: INSS e IRRF retidos pelo PROGCOB45 na rescisao sobre
      * o saldo de salario e o decimo acumulado (ferias indenizadas
      * nao sao tributadas). As retencoes da folha e do decimo pago
      * na folha ficam no SALARY-HISTORY; a guia mensal de INSS e
      * IRRF do PROGCOB93 soma as duas fontes pela data.
      *----------------------------------------------------------------*
       01  RETENCAO-REG.
           03  RTN-MATRICULA              PIC 9(06).
           03  RTN-DATA                   PIC 9(08).
           03  RTN-ORIGEM                 PIC X(01).
               88  RTN-ORIGEM-RESCISAO                 VALUE 'R'.
           03  RTN-BASE                   PIC 9(08)V99.
           03  RTN-INSS                   PIC 9(06)V99.
           03  RTN-IRRF                   PIC 9(06)V99.
           03  RTN-PROGRAMA               PIC X(09).
