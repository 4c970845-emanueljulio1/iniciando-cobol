      * aplicados (entradas e ajustes pelo PROGCOB36, saidas pela
      * rodada de faturamento do PROGCOB06), com data, tipo,
      * quantidade e origem.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluida a visao MOV-ORIGEM-PEDIDO: a entrada
      *                'E' passa a trazer em MOV-ORIGEM o pedido de
      *                compra recebido ('PC' + numero + '/' + linha
      *                do PEDCOMPR.DAT), conferido e baixado pelo
      *                PROGCOB36.
      * 15.10.2026 EAS Incluida a visao MOV-ORIGEM-CONTAGEM: o ajuste
      *                'A'/'N' de inventario aprovado no PROGCOB73 traz
      *                em MOV-ORIGEM a contagem ('CN' + numero do
      *                CONTAGEM.DAT).
      * 15.10.2026 EAS Incluido MOV-CUSTO-UNITARIO, o custo da
      *                unidade movimentada: na entrada 'E' o custo do
      *                pedido de compra, nas saidas e ajustes o custo
      *                medio do produto no momento do movimento.
      * 15.10.2026 EAS Incluido o tipo 'D' (devolucao de cliente
      *                recolocada no estoque pelo PROGCOB76, origem
      *                'DV' + fatura) e a visao MOV-ORIGEM-FATURA: a
      *                saida 'S' do PROGCOB06 passa a trazer a fatura
      *                ('FT' + numero) em vez do texto FATURAMENTO.
      *----------------------------------------------------------------*
       01  MOVIMENTO-ESTOQUE-REG.
           03  MOV-DATA                   PIC 9(08).
               88  MOV-SAIDA                           VALUE 'S'.
               88  MOV-AJUSTE-POSITIVO                 VALUE 'A'.
               88  MOV-AJUSTE-NEGATIVO                 VALUE 'N'.
               88  MOV-DEVOLUCAO                       VALUE 'D'.
           03  MOV-QUANTIDADE             PIC 9(06).
           03  MOV-ORIGEM                 PIC X(12).
           03  MOV-ORIGEM-PEDIDO REDEFINES MOV-ORIGEM.
               05  MOV-PCO-MARCA          PIC X(02).
                   88  MOV-ORIGEM-COMPRA               VALUE 'PC'.
               05  MOV-PCO-NUMERO         PIC 9(06).
               05  MOV-PCO-SEPARADOR      PIC X(01).
               05  MOV-PCO-LINHA          PIC 9(02).
               05  FILLER                 PIC X(01).
           03  MOV-ORIGEM-CONTAGEM REDEFINES MOV-ORIGEM.
               05  MOV-CNT-MARCA          PIC X(02).
                   88  MOV-ORIGEM-INVENTARIO           VALUE 'CN'.
               05  MOV-CNT-NUMERO         PIC 9(06).
               05  FILLER                 PIC X(04).
           03  MOV-ORIGEM-FATURA REDEFINES MOV-ORIGEM.
               05  MOV-FAT-MARCA          PIC X(02).
                   88  MOV-ORIGEM-FATURAMENTO          VALUE 'FT'.
                   88  MOV-ORIGEM-DEVOLUCAO            VALUE 'DV'.
               05  MOV-FAT-NUMERO         PIC 9(06).
               05  FILLER                 PIC X(04).
           03  MOV-CUSTO-UNITARIO         PIC 9(06)V99.
