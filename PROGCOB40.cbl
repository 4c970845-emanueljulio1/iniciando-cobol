      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS Abatimento gravado com ABT-ORIGEM 'S'
      *                (sinistro), para a remessa separar do frete de
      *                devolucao abatido pelo PROGCOB76.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
           MOVE SIN-VALOR-ACORDO   TO ABT-VALOR.
           MOVE WRK-DATA-ATUAL     TO ABT-DATA.
           MOVE 'P'                TO ABT-SITUACAO.
           MOVE 'S'                TO ABT-ORIGEM.
           WRITE SINISTRO-ABATIMENTO-REG.
           CALL 'PROGCOBU1' USING 'SINABATE.DAT' 'WRITE' FS-ABATE
                WRK-ABEND.
