      *----------------------------------------------------------------*
      * COPY      : FGTSGUIA
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo de guias de FGTS
      * emitidas (FGTSGUIA.DAT), uma linha por competencia, gravada
      * pelo PROGCOB92 ao emitir a guia e lancar o total no GL.
      * Competencia ja presente no arquivo tem a guia reimpressa sem
      * novo lancamento contabil.
      *----------------------------------------------------------------*
       01  FGTS-GUIA-REG.
           03  FGG-COMPETENCIA            PIC 9(06).
           03  FGG-DATA-EMISSAO           PIC 9(08).
           03  FGG-VENCIMENTO             PIC 9(08).
           03  FGG-QTD-EMPREGADOS         PIC 9(05).
           03  FGG-VALOR-DEPOSITOS        PIC 9(09)V99.
           03  FGG-VALOR-MULTAS           PIC 9(09)V99.
