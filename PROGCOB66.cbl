      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS A fatura passou a ter numero proprio: o
      *                faturamento localiza o pedido por FAT-PEDIDO
      *                e guarda os numeros das faturas do pedido, que
      *                sao a chave da cobranca da transportadora, da
      *                conciliacao e da disputa. O estorno parcial
      *                ('P') da nota de credito sai como nota parcial
      *                sobre a fatura, sem cancelar o pedido.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       77  WRK-PEDIDO-CANC          PIC X(01)     VALUE 'N'.
           88  WRK-PEDIDO-CANCELADO                VALUE 'S'.

       77  WRK-QTD-FATURAS          PIC 9(02)     VALUE ZEROS.
       77  WRK-MAX-FATURAS          PIC 9(02)     VALUE 20.
       77  WRK-IDX-FATURA           PIC 9(02)     VALUE ZEROS.
       77  WRK-NUMERO-TESTE         PIC 9(06)     VALUE ZEROS.
       77  WRK-ACHOU-FATURA         PIC X(01)     VALUE 'N'.
           88  WRK-FATURA-DO-PEDIDO                VALUE 'S'.
       01  WRK-TABELA-FATURAS.
           03  WRK-FATURA-PEDIDO    PIC 9(06) OCCURS 20 TIMES.

       77  WRK-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-FRETE-ED             PIC ZZZ.ZZ9,99.
       77  WRK-COBRADO-ED           PIC ZZZ.ZZ9,99.
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 IF FAT-PEDIDO = WRK-NUMERO-BUSCA
                    PERFORM 0245-EXIBIR-FATURAMENTO
                 END-IF
              END-IF
      *----------------------------------------------------------------*
       0245-EXIBIR-FATURAMENTO.

           EVALUATE TRUE
              WHEN FAT-REG-ESTORNO
                 MOVE 'S' TO WRK-PEDIDO-CANC
              WHEN FAT-REG-ESTORNO-PARCIAL
                 MOVE FAT-VALOR TO WRK-VALOR-ED
                 DISPLAY 'FATURAMENTO  : NOTA DE CREDITO PARCIAL NA '
                         'FATURA ' FAT-NUMERO ' VALOR ' WRK-VALOR-ED
              WHEN OTHER
                 PERFORM 0246-EXIBIR-FATURA
           END-EVALUATE.
      *----------------------------------------------------------------*
       0246-EXIBIR-FATURA.

           ADD 1 TO WRK-QTD-EVENTOS.
           IF WRK-QTD-FATURAS < WRK-MAX-FATURAS
              ADD 1 TO WRK-QTD-FATURAS
              MOVE FAT-NUMERO TO WRK-FATURA-PEDIDO(WRK-QTD-FATURAS)
           END-IF.
           MOVE FAT-FRETE TO WRK-FRETE-ED.
           DISPLAY 'FATURAMENTO  : FATURA ' FAT-NUMERO
                   ' EM ' FAT-DATA-RODADA ' FRETE ' WRK-FRETE-ED
                   ' TRANSP ' FAT-TRANSPORTADORA.
           DISPLAY 'FATURAMENTO  : ENTREGA PROMETIDA PARA '
                   FAT-DATA-PROMETIDA.
           IF FAT-DATA-ENTREGA > ZEROS
              DISPLAY 'FATURAMENTO  : ENTREGUE EM '
                      FAT-DATA-ENTREGA
           END-IF.
      *----------------------------------------------------------------*
      *          Etapa 4: cobranca da transportadora (CARRIER.DAT,
      *          importado pelo PROGCOB41), pelo numero de cada
      *          fatura do pedido
      *----------------------------------------------------------------*
       0250-VERIFICAR-COBRANCA.

              GO TO 0250-SAIDA
           END-IF.

           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                   UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
              MOVE WRK-FATURA-PEDIDO(WRK-IDX-FATURA) TO CAR-NUMERO
              READ CARRIER-BILLING
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      ADD 1 TO WRK-QTD-EVENTOS
                      MOVE CAR-FRETE-COBRADO TO WRK-COBRADO-ED
                      DISPLAY 'COBRANCA ... : FATURA ' CAR-NUMERO
                              ' TRANSPORTADORA '
                              CAR-TRANSPORTADORA ' COBROU '
                              WRK-COBRADO-ED
              END-READ
           END-PERFORM.

           CLOSE CARRIER-BILLING.

                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 MOVE APR-NUMERO TO WRK-NUMERO-TESTE
                 PERFORM 0280-LOCALIZAR-FATURA
                 IF WRK-FATURA-DO-PEDIDO
                    ADD 1 TO WRK-QTD-EVENTOS
                    IF APR-PAGO
                       DISPLAY 'CONCILIACAO  : APROVADO E PAGO '
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 MOVE DIS-NUMERO TO WRK-NUMERO-TESTE
                 PERFORM 0280-LOCALIZAR-FATURA
                 IF WRK-FATURA-DO-PEDIDO
                    ADD 1 TO WRK-QTD-EVENTOS
                    MOVE DIS-FRETE-CALCULADO TO WRK-FRETE-ED
                    MOVE DIS-FRETE-COBRADO   TO WRK-COBRADO-ED
       0270-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          O numero testado e uma das faturas do pedido?
      *----------------------------------------------------------------*
       0280-LOCALIZAR-FATURA.

           MOVE 'N' TO WRK-ACHOU-FATURA.
           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                   UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
                      OR WRK-FATURA-DO-PEDIDO
              IF WRK-FATURA-PEDIDO(WRK-IDX-FATURA) = WRK-NUMERO-TESTE
                 MOVE 'S' TO WRK-ACHOU-FATURA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.
