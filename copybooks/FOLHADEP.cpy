      * custo, departamento e o bruto do subtotal. Base do relatorio
      * orcado x realizado do PROGCOB49, no lugar da replanilha
      * mensal montada do PAYROLL.REL impresso.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluidos os encargos patronais do subtotal
      *                (INSS patronal, RAT/SAT e terceiros) e o FGTS
      *                do subtotal, para o custo total de mao de obra
      *                por centro de custo no PROGCOB49. FDP-TOTAL
      *                continua sendo o bruto conferido pelo PROGCOB14.
      *----------------------------------------------------------------*
       01  FOLHA-DEPTO-REG.
           03  FDP-DATA                   PIC 9(08).
           03  FDP-CENTRO-CUSTO           PIC X(08).
           03  FDP-DEPARTAMENTO           PIC X(10).
           03  FDP-TOTAL                  PIC 9(08)V99.
           03  FDP-ENCARGOS               PIC 9(08)V99.
           03  FDP-FGTS                   PIC 9(08)V99.
