      * da rodada no PROCCAL.DAT), confronta com o orcado do
      * ORCADEP.DAT e imprime ORCAREAL.REL: orcado, realizado,
      * variacao e percentual por DEP-CENTRO-CUSTO, apontando tambem
      * realizado sem orcamento e orcamento sem realizado, alem do
      * custo total de mao de obra (bruto + encargos + FGTS).
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS Custo total de mao de obra por centro de
      *                custo: encargos patronais e FGTS do FOLHADEP
      *                somados ao realizado numa linha propria (a
      *                variacao continua sobre o bruto da folha).
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               05  WRK-CC-CODIGO      PIC X(08).
               05  WRK-CC-ORCADO      PIC 9(09)V99.
               05  WRK-CC-REALIZADO   PIC 9(09)V99.
               05  WRK-CC-ENCARGOS    PIC 9(09)V99.
               05  WRK-CC-FGTS        PIC 9(09)V99.

       77  WRK-VARIACAO             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-PCT-VARIACAO         PIC S9(04)V99 VALUE ZEROS.
       77  WRK-VARIACAO-ED          PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-PCT-ED               PIC -ZZZ9,99.
       77  WRK-CUSTO-TOTAL          PIC 9(10)V99  VALUE ZEROS.
       77  WRK-ENCARGOS-ED          PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-FGTS-ED              PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-CUSTO-TOTAL-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0210-SOMAR-NO-CC.

           PERFORM 0220-LOCALIZAR-CC.
           ADD FDP-TOTAL    TO WRK-CC-REALIZADO(WRK-IDX-CC).
           ADD FDP-ENCARGOS TO WRK-CC-ENCARGOS(WRK-IDX-CC).
           ADD FDP-FGTS     TO WRK-CC-FGTS(WRK-IDX-CC).
      *----------------------------------------------------------------*
       0220-LOCALIZAR-CC.

              MOVE FDP-CENTRO-CUSTO TO WRK-CC-CODIGO(WRK-IDX-CC)
              MOVE ZEROS TO WRK-CC-ORCADO(WRK-IDX-CC)
                            WRK-CC-REALIZADO(WRK-IDX-CC)
                            WRK-CC-ENCARGOS(WRK-IDX-CC)
                            WRK-CC-FGTS(WRK-IDX-CC)
           END-IF.
      *----------------------------------------------------------------*
      *          Carregar os orcamentos do periodo, inclusive os de
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           COMPUTE WRK-CUSTO-TOTAL =
                   WRK-CC-REALIZADO(WRK-IDX-CC)
                   + WRK-CC-ENCARGOS(WRK-IDX-CC)
                   + WRK-CC-FGTS(WRK-IDX-CC).
           MOVE WRK-CC-ENCARGOS(WRK-IDX-CC) TO WRK-ENCARGOS-ED.
           MOVE WRK-CC-FGTS(WRK-IDX-CC)     TO WRK-FGTS-ED.
           MOVE WRK-CUSTO-TOTAL             TO WRK-CUSTO-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   ENCARGOS ' WRK-ENCARGOS-ED
                  ' FGTS ' WRK-FGTS-ED
                  ' CUSTO ' WRK-CUSTO-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-CC-ORCADO(WRK-IDX-CC) = ZEROS
              MOVE '   *** REALIZADO SEM ORCAMENTO ***'
                TO REL-LINHA
