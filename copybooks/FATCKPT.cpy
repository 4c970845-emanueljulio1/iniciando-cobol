      * os acumuladores (totais, paginacao e estado da quebra de
      * cliente) naquele ponto, para a rodada retomar apos uma
      * interrupcao sem refaturar nem renumerar o que ja saiu.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluidos FCK-QTD-NFE-DOCUMENTOS, FCK-QTD-NFE-
      *                REGISTROS e FCK-HASH-NFE, os acumuladores do
      *                trailer do arquivo de transmissao NFEEXP.DAT,
      *                para a retomada fechar o trailer com o que ja
      *                tinha saido antes da interrupcao.
      * 15.10.2026 EAS Incluido FCK-ULT-FATURA, o ultimo numero de
      *                fatura emitido. O registro passa a ser mantido
      *                ao fim da rodada (com FCK-ULT-PEDIDO zerado)
      *                para a numeracao continuar na rodada seguinte.
      *----------------------------------------------------------------*
       01  FATURAMENTO-CKPT-REG.
           03  FCK-ULT-PEDIDO             PIC 9(06).
           03  FCK-CLIENTE-ANTERIOR       PIC 9(05).
           03  FCK-SUBTOTAL-CLIENTE       PIC 9(08)V99.
           03  FCK-CREDITO-CONSUMIDO      PIC 9(09)V99.
           03  FCK-QTD-NFE-DOCUMENTOS     PIC 9(06).
           03  FCK-QTD-NFE-REGISTROS      PIC 9(06).
           03  FCK-HASH-NFE               PIC 9(13)V99.
           03  FCK-ULT-FATURA             PIC 9(06).
