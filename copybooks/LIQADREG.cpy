      *----------------------------------------------------------------*
      * COPY      : LIQADREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo de liquidacao
      * recebido das adquirentes (LIQADQ.DAT), uma linha por lote
      * creditado: adquirente, filial, forma, data das vendas
      * liquidadas, data do credito em conta e os valores bruto,
      * taxa retida e liquido creditado. Importado pelo PROGCOB101.
      *----------------------------------------------------------------*
       01  LIQUIDACAO-ADQ-REG.
           03  LQA-ADQUIRENTE             PIC X(03).
           03  LQA-FILIAL                 PIC X(03).
           03  LQA-FORMA                  PIC X(01).
           03  LQA-DATA-VENDA             PIC 9(08).
           03  LQA-DATA-CREDITO           PIC 9(08).
           03  LQA-VALOR-BRUTO            PIC 9(09)V99.
           03  LQA-VALOR-TAXA             PIC 9(07)V99.
           03  LQA-VALOR-LIQUIDO          PIC 9(09)V99.
