      * total, quantidade e comissao), base do relatorio de
      * tendencia do PROGCOB28, ja que o SALES-SUMMARY e regravado
      * a cada rodada.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluida HIS-FILIAL, a filial do resumo do
      *                vendedor que gerou a linha, para a previsao de
      *                vendas por vendedor e filial do PROGCOB102. As
      *                linhas anteriores ficam com a filial em branco.
      *----------------------------------------------------------------*
       01  VENDA-HISTORICO-REG.
           03  HIS-DATA                   PIC 9(08).
           03  HIS-TOTAL                  PIC 9(09)V99.
           03  HIS-QTD-VENDAS             PIC 9(06).
           03  HIS-COMISSAO               PIC 9(08)V99.
           03  HIS-FILIAL                 PIC X(03).
