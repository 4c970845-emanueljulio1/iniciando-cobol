      *----------------------------------------------------------------*
      * COPY      : VNFATREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do VENDNFAT.DAT, gravado pelo
      * PROGCOB103 a cada rodada: as vendas que a conciliacao com o
      * faturamento baixou hoje sem fatura no prazo ou com diferenca
      * de valor acima da tolerancia, por vendedor, para o PROGCOB27
      * sinalizar no demonstrativo antes de gerar o extrato de
      * comissao.
      *----------------------------------------------------------------*
       01  VENDA-NAO-FATURADA-REG.
           03  VNF-DATA-RODADA            PIC 9(08).
           03  VNF-VENDEDOR               PIC X(05).
           03  VNF-FILIAL                 PIC X(03).
           03  VNF-CLIENTE                PIC 9(05).
           03  VNF-DATA-VENDA             PIC 9(08).
           03  VNF-VALOR-VENDA            PIC 9(09)V99.
           03  VNF-VALOR-FATURADO         PIC 9(09)V99.
           03  VNF-SITUACAO               PIC X(01).
               88  VNF-SEM-FATURA                      VALUE 'S'.
               88  VNF-DIVERGENTE                      VALUE 'D'.
