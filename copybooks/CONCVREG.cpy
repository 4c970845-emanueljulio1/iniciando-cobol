      *----------------------------------------------------------------*
      * COPY      : CONCVREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do CONCVF.DAT, o razao da
      * conciliacao de vendas x faturamento mantido pelo PROGCOB103:
      * uma linha por venda do dia (CLIENTE + VENDEDOR, vendas menos
      * cancelamentos do SALESTRN.DAT) ou por faturamento do dia
      * (CLIENTE, faturas menos estornos do FRETECOMP.DAT), pendente
      * ate achar o par do mesmo cliente dentro do prazo. A baixa
      * guarda a data e o valor do par; a data de lancamento e a
      * de baixa permitem refazer a rodada do mesmo dia sem baixar
      * ou lancar duas vezes.
      *----------------------------------------------------------------*
       01  CONCILIACAO-VF-REG.
           03  CVF-TIPO                   PIC X(01).
               88  CVF-ITEM-VENDA                      VALUE 'V'.
               88  CVF-ITEM-FATURA                     VALUE 'F'.
           03  CVF-CLIENTE                PIC 9(05).
           03  CVF-DATA                   PIC 9(08).
           03  CVF-VENDEDOR               PIC X(05).
           03  CVF-FILIAL                 PIC X(03).
           03  CVF-VALOR                  PIC 9(09)V99.
           03  CVF-DATA-LANCTO            PIC 9(08).
           03  CVF-SITUACAO               PIC X(01).
               88  CVF-PENDENTE                        VALUE 'P'.
               88  CVF-CONCILIADO                      VALUE 'C'.
               88  CVF-DIVERGENTE                      VALUE 'D'.
               88  CVF-SEM-PAR                         VALUE 'S'.
           03  CVF-DATA-BAIXA             PIC 9(08).
           03  CVF-DATA-PAR               PIC 9(08).
           03  CVF-VALOR-PAR              PIC 9(09)V99.
