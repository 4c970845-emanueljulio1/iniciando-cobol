      *----------------------------------------------------------------*
      * COPY      : TABENREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado de
      * aliquotas de encargos patronais da folha (TABENCAR.DAT),
      * chave DATA-VIGENCIA, mantido como o TABINSS datado: vale para
      * a rodada o registro com a maior vigencia menor ou igual a
      * data da folha, e os registros substituidos permanecem como
      * historico. Aliquotas em percentual sobre o bruto do
      * empregado: INSS patronal, RAT/SAT e contribuicoes de
      * terceiros, aplicadas pelo PROGCOB04.
      *----------------------------------------------------------------*
       01  TABELA-ENCARGOS-REG.
           03  ENC-DATA-VIGENCIA          PIC 9(08).
           03  ENC-PCT-INSS-PATRONAL      PIC 9(02)V99.
           03  ENC-PCT-RAT                PIC 9(02)V99.
           03  ENC-PCT-TERCEIROS          PIC 9(02)V99.
