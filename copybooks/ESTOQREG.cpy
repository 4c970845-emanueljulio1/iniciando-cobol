      * faturamento do PROGCOB06 baixa fisico e alocado na emissao
      * da fatura; entradas e ajustes entram pelo PROGCOB36, que
      * tambem aponta os produtos abaixo do ponto de ressuprimento.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluido EST-CONTAGEM, o numero do inventario
      *                (CONTAGEM.DAT) em que o produto esta congelado
      *                pelo PROGCOB71; zero = livre. Produto em
      *                contagem nao e faturado pelo PROGCOB06 ate o
      *                ajuste ser aprovado no PROGCOB73.
      * 15.10.2026 EAS Incluido EST-CUSTO-MEDIO, o custo medio
      *                ponderado da unidade: recalculado a cada
      *                entrada pelo custo do pedido de compra
      *                (PROGCOB36) e usado para custear a baixa do
      *                faturamento (PROGCOB06) e a valorizacao do
      *                estoque no fechamento do mes (PROGCOB74).
      *----------------------------------------------------------------*
       01  ESTOQUE-REG.
           03  EST-CODIGO                 PIC X(20).
           03  EST-SALDO-ALOCADO          PIC 9(06).
           03  EST-PONTO-RESSUPRIMENTO    PIC 9(06).
           03  EST-DATA-ULT-MOV           PIC 9(08).
           03  EST-CONTAGEM               PIC 9(06).
               88  EST-SEM-CONTAGEM                    VALUE ZEROS.
           03  EST-CUSTO-MEDIO            PIC 9(06)V99.
