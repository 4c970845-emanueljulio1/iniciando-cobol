      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS A entrada 'E' passou a ser o recebimento de um
      *                pedido de compra: MOV-ORIGEM traz o pedido e a
      *                linha do PEDCOMPR.DAT ('PCnnnnnn/ll'), a linha
      *                precisa estar aberta e ser do mesmo produto, o
      *                recebimento parcial e aceito e o que passar do
      *                saldo pedido e recusado; a linha e baixada e o
      *                movimento sai na trilha com o pedido na origem.
      *                O ressuprimento passou a mostrar o que ja esta
      *                em pedido aberto e a gravar em SUGCOMPR.DAT a
      *                sugestao de compra dos produtos nao cobertos,
      *                para o comprador confirmar no PROGCOB67.
      * 15.10.2026 EAS Registro de estoque criado na entrada nasce
      *                fora de contagem (EST-CONTAGEM zerado).
      * 15.10.2026 EAS A entrada 'E' recalcula o custo medio ponderado
      *                do produto (EST-CUSTO-MEDIO) pelo custo do
      *                pedido de compra; o movimento sai na trilha com
      *                o custo da unidade (MOV-CUSTO-UNITARIO): o do
      *                pedido na entrada, o medio nos ajustes.
      * 15.10.2026 EAS Produto que recebeu entrada tem a fila de
      *                backorder (BACKORD.DAT) liberada por ordem de
      *                chegada dos pedidos, ate o disponivel, para o
      *                BACKLIB.DAT reapresentado na proxima pre-critica
      *                do PROGCOB20.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ASSIGN TO 'RESSUPRI.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

           SELECT PEDIDO-COMPRA-FILE
               ASSIGN TO 'PEDCOMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCO-CHAVE
               ALTERNATE RECORD KEY IS PCO-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PCOMP.

           SELECT SUGESTAO-COMPRA
               ASSIGN TO 'SUGCOMPR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SUGCO.

           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-CHAVE
               FILE STATUS IS FS-BACKO.

           SELECT BACKORDER-LIBERADOS
               ASSIGN TO 'BACKLIB.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BKLIB.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       COPY ESTOQREG.

       FD  MOVIMENTO-ESTOQUE.
       01  MOT-REG                    PIC X(55).

       FD  PRODUTO-MASTER.
       COPY PRODREG.

       FD  RESSUPRIMENTO-REPORT.
       01  REL-LINHA                  PIC X(80).

       FD  PEDIDO-COMPRA-FILE.
       COPY PEDCOREG.

       FD  SUGESTAO-COMPRA.
       COPY SUGCOREG.

       FD  BACKORDER-FILE.
       COPY BACKOREG.

       FD  BACKORDER-LIBERADOS.
       01  BLB-REG                    PIC X(72).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==MOVES==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRODU==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SUGCO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BACKO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BKLIB==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-DISPONIVEL-ED        PIC -ZZZZZ9.
       77  WRK-SALDO-ED             PIC ZZZZZ9.
       77  WRK-PONTO-ED             PIC ZZZZZ9.
       77  WRK-EM-PEDIDO-ED         PIC ZZZZZ9.

       77  WRK-MOVIMENTO-ACEITO     PIC X(01)     VALUE 'S'.
           88  WRK-MOVIMENTO-OK                    VALUE 'S'.
       77  WRK-FIM-PEDIDOS          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PEDIDOS             VALUE 'S'.
       77  WRK-SALDO-PEDIDO         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-EM-PEDIDO        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-SUGERIDA         PIC S9(07)    VALUE ZEROS.
       77  WRK-QTD-SUGESTOES        PIC 9(06)     VALUE ZEROS.

       77  WRK-FIM-BACKORDER        PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-BACKORDER           VALUE 'S'.
       77  WRK-QTD-LIBERADOS        PIC 9(06)     VALUE ZEROS.
       77  WRK-MAX-RECEBIDOS        PIC 9(04)     VALUE 500.
       77  WRK-QTD-RECEBIDOS        PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-RECEBIDO         PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-RECEBIDO-JA-VISTO    PIC X(01)     VALUE 'N'.
           88  WRK-RECEBIDO-NA-TABELA              VALUE 'S'.
       01  WRK-TABELA-RECEBIDOS.
           03  WRK-PRODUTO-RECEBIDO PIC X(20) OCCURS 500 TIMES.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APLICAR-MOVIMENTO
               UNTIL WRK-NAO-HA-MAIS-MOVIMENTOS.
           PERFORM 0230-LIBERAR-BACKORDERS.
           PERFORM 0400-RELATORIO-RESSUPRIMENTO.
           PERFORM 0300-FINALIZAR.

              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O PEDIDO-COMPRA-FILE.
           IF FS-PCOMP = '35'
              OPEN OUTPUT PEDIDO-COMPRA-FILE
              CLOSE PEDIDO-COMPRA-FILE
              OPEN I-O PEDIDO-COMPRA-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'PEDCOMPR.DAT' 'OPEN' FS-PCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT SUGESTAO-COMPRA.
           CALL 'PROGCOBU1' USING 'SUGCOMPR.DAT' 'OPEN' FS-SUGCO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT MOVIMENTOS-ENTRADA.
           IF FS-MOVEN = '35'
              DISPLAY 'MOVENTRA.DAT AUSENTE: SEM ENTRADAS OU '
                          MOV-TIPO ' ' MOV-CODIGO
                 ADD 1 TO WRK-QTD-RECUSADOS
              WHEN OTHER
                 MOVE 'S' TO WRK-MOVIMENTO-ACEITO
                 IF MOV-ENTRADA
                    PERFORM 0205-CONFERIR-PEDIDO-COMPRA
                 END-IF
                 IF WRK-MOVIMENTO-OK
                    PERFORM 0210-APLICAR-NO-SALDO
                 ELSE
                    ADD 1 TO WRK-QTD-RECUSADOS
                 END-IF
           END-EVALUATE.

           PERFORM 0110-LER-MOVIMENTO.
      *----------------------------------------------------------------*
      *          Entrada so com pedido de compra: a linha informada
      *          em MOV-ORIGEM precisa existir, estar aberta, ser do
      *          mesmo produto e ter saldo a receber que cubra a
      *          quantidade; recebimento parcial e aceito
      *----------------------------------------------------------------*
       0205-CONFERIR-PEDIDO-COMPRA.

           IF NOT MOV-ORIGEM-COMPRA
              OR MOV-PCO-NUMERO NOT NUMERIC
              OR MOV-PCO-LINHA NOT NUMERIC
              DISPLAY 'ENTRADA SEM PEDIDO DE COMPRA RECUSADA: '
                       MOV-CODIGO ' ' MOV-ORIGEM
              MOVE 'N' TO WRK-MOVIMENTO-ACEITO
           ELSE
              MOVE MOV-PCO-NUMERO TO PCO-NUMERO
              MOVE MOV-PCO-LINHA  TO PCO-LINHA
              READ PEDIDO-COMPRA-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN FS-PCOMP-NAO-ENCONTRADO
                    DISPLAY 'PEDIDO DE COMPRA INEXISTENTE RECUSADO: '
                             MOV-ORIGEM
                    MOVE 'N' TO WRK-MOVIMENTO-ACEITO
                 WHEN NOT PCO-PENDENTE-RECEBER
                    DISPLAY 'PEDIDO DE COMPRA NAO ESTA ABERTO: '
                             MOV-ORIGEM ' SITUACAO ' PCO-SITUACAO
                    MOVE 'N' TO WRK-MOVIMENTO-ACEITO
                 WHEN PCO-PRODUTO NOT = MOV-CODIGO
                    DISPLAY 'PRODUTO DIFERENTE DO PEDIDO DE COMPRA '
                            'RECUSADO: ' MOV-CODIGO ' ' MOV-ORIGEM
                    MOVE 'N' TO WRK-MOVIMENTO-ACEITO
                 WHEN OTHER
                    COMPUTE WRK-SALDO-PEDIDO =
                            PCO-QTD-PEDIDA - PCO-QTD-RECEBIDA
                    IF MOV-QUANTIDADE > WRK-SALDO-PEDIDO
                       DISPLAY 'RECEBIMENTO ACIMA DO SALDO DO PEDIDO '
                               'RECUSADO: ' MOV-ORIGEM ' SALDO '
                               WRK-SALDO-PEDIDO
                       MOVE 'N' TO WRK-MOVIMENTO-ACEITO
                    END-IF
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       0210-APLICAR-NO-SALDO.

                      MOVE ZEROS      TO EST-SALDO-FISICO
                                         EST-SALDO-ALOCADO
                                         EST-PONTO-RESSUPRIMENTO
                                         EST-CONTAGEM
                                         EST-CUSTO-MEDIO
                      MOVE WRK-DATA-RODADA TO EST-DATA-ULT-MOV
                      WRITE ESTOQUE-REG
                      CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'WRITE'
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              IF MOV-ENTRADA
                 PERFORM 0215-RECALCULAR-CUSTO-MEDIO
                 MOVE PCO-CUSTO-UNITARIO TO MOV-CUSTO-UNITARIO
              ELSE
                 MOVE EST-CUSTO-MEDIO    TO MOV-CUSTO-UNITARIO
              END-IF
              IF MOV-AJUSTE-NEGATIVO
                 IF EST-SALDO-FISICO >= MOV-QUANTIDADE
                    SUBTRACT MOV-QUANTIDADE FROM EST-SALDO-FISICO
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE WRK-DATA-RODADA TO MOV-DATA
              IF MOV-ENTRADA
                 PERFORM 0220-BAIXAR-PEDIDO-COMPRA
                 PERFORM 0225-ANOTAR-RECEBIDO
              ELSE
                 MOVE 'MOVIMENTACAO'  TO MOV-ORIGEM
              END-IF
              MOVE MOVIMENTO-ESTOQUE-REG TO MOT-REG
              WRITE MOT-REG
              CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'WRITE'
              ADD 1 TO WRK-QTD-APLICADOS
           END-IF.
      *----------------------------------------------------------------*
      *          Custo medio ponderado: o saldo que ja estava no
      *          estoque ao custo medio anterior mais a quantidade
      *          recebida ao custo do pedido de compra
      *----------------------------------------------------------------*
       0215-RECALCULAR-CUSTO-MEDIO.

           COMPUTE EST-CUSTO-MEDIO ROUNDED =
                   (EST-SALDO-FISICO * EST-CUSTO-MEDIO +
                    MOV-QUANTIDADE * PCO-CUSTO-UNITARIO) /
                   (EST-SALDO-FISICO + MOV-QUANTIDADE).
      *----------------------------------------------------------------*
      *          Baixar na linha do pedido de compra a quantidade
      *          recebida; saldo zerado fecha a linha
      *----------------------------------------------------------------*
       0220-BAIXAR-PEDIDO-COMPRA.

           ADD MOV-QUANTIDADE   TO PCO-QTD-RECEBIDA.
           MOVE WRK-DATA-RODADA TO PCO-DATA-ULT-RECEB.
           IF PCO-QTD-RECEBIDA >= PCO-QTD-PEDIDA
              MOVE 'R' TO PCO-SITUACAO
           ELSE
              MOVE 'P' TO PCO-SITUACAO
           END-IF.
           REWRITE PEDIDO-COMPRA-REG.
           CALL 'PROGCOBU1' USING 'PEDCOMPR.DAT' 'REWRITE' FS-PCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Guardar o produto que recebeu entrada, uma vez so,
      *          para liberar a fila de backorder ao final da carga
      *----------------------------------------------------------------*
       0225-ANOTAR-RECEBIDO.

           MOVE 'N' TO WRK-RECEBIDO-JA-VISTO.
           PERFORM VARYING WRK-IDX-RECEBIDO FROM 1 BY 1
                   UNTIL WRK-IDX-RECEBIDO > WRK-QTD-RECEBIDOS
                      OR WRK-RECEBIDO-NA-TABELA
              IF WRK-PRODUTO-RECEBIDO(WRK-IDX-RECEBIDO) = MOV-CODIGO
                 MOVE 'S' TO WRK-RECEBIDO-JA-VISTO
              END-IF
           END-PERFORM.

           IF NOT WRK-RECEBIDO-NA-TABELA
              IF WRK-QTD-RECEBIDOS >= WRK-MAX-RECEBIDOS
                 DISPLAY 'TABELA DE PRODUTOS RECEBIDOS ESGOTADA ('
                         WRK-MAX-RECEBIDOS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-RECEBIDOS
              MOVE MOV-CODIGO TO WRK-PRODUTO-RECEBIDO(WRK-QTD-RECEBIDOS)
           END-IF.
      *----------------------------------------------------------------*
      *          Liberar a fila de backorder dos produtos recebidos
      *          para a proxima pre-critica do PROGCOB20; sem fila
      *          gravada ainda, nada a liberar
      *----------------------------------------------------------------*
       0230-LIBERAR-BACKORDERS.

           IF WRK-QTD-RECEBIDOS > ZEROS
              OPEN I-O BACKORDER-FILE
              IF FS-BACKO = '35'
                 DISPLAY 'BACKORD.DAT AUSENTE: SEM BACKORDER A '
                         'LIBERAR.'
              ELSE
                 CALL 'PROGCOBU1' USING 'BACKORD.DAT' 'OPEN' FS-BACKO
                      WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 OPEN EXTEND BACKORDER-LIBERADOS
                 IF NOT FS-BKLIB-OK
                    OPEN OUTPUT BACKORDER-LIBERADOS
                 END-IF
                 CALL 'PROGCOBU1' USING 'BACKLIB.DAT' 'OPEN' FS-BKLIB
                      WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 PERFORM VARYING WRK-IDX-RECEBIDO FROM 1 BY 1
                         UNTIL WRK-IDX-RECEBIDO > WRK-QTD-RECEBIDOS
                    PERFORM 0240-LIBERAR-PRODUTO
                 END-PERFORM
                 CLOSE BACKORDER-FILE BACKORDER-LIBERADOS
                 CALL 'PROGCOBU1' USING 'BACKORD.DAT' 'CLOSE'
                      FS-BACKO WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 CALL 'PROGCOBU1' USING 'BACKLIB.DAT' 'CLOSE'
                      FS-BKLIB WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          A fila do produto esta na ordem da chave (data do
      *          pedido, numero, item): libera enquanto houver
      *          disponivel; a linha que so cabe em parte tambem sai
      *          e a pre-critica devolve a sobra para a fila
      *----------------------------------------------------------------*
       0240-LIBERAR-PRODUTO.

           MOVE WRK-PRODUTO-RECEBIDO(WRK-IDX-RECEBIDO) TO EST-CODIGO.
           READ ESTOQUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-ESTOQ-OK
              COMPUTE WRK-DISPONIVEL =
                      EST-SALDO-FISICO - EST-SALDO-ALOCADO
           ELSE
              MOVE ZEROS TO WRK-DISPONIVEL
           END-IF.

           MOVE 'N'        TO WRK-FIM-BACKORDER.
           MOVE EST-CODIGO TO BKO-PRODUTO.
           MOVE ZEROS      TO BKO-DATA-PEDIDO BKO-NUMERO BKO-ITEM.
           START BACKORDER-FILE
               KEY IS NOT LESS THAN BKO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-BACKORDER
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-BACKORDER
                      OR WRK-DISPONIVEL <= ZEROS
              READ BACKORDER-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-BACKORDER
              END-READ
              IF NOT WRK-NAO-HA-MAIS-BACKORDER
                 IF BKO-PRODUTO NOT = EST-CODIGO
                    MOVE 'S' TO WRK-FIM-BACKORDER
                 ELSE
                    PERFORM 0245-LIBERAR-LINHA
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0245-LIBERAR-LINHA.

           MOVE BACKORDER-REG TO BLB-REG.
           WRITE BLB-REG.
           CALL 'PROGCOBU1' USING 'BACKLIB.DAT' 'WRITE' FS-BKLIB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DELETE BACKORDER-FILE RECORD.
           CALL 'PROGCOBU1' USING 'BACKORD.DAT' 'DELETE' FS-BACKO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           SUBTRACT BKO-QUANTIDADE FROM WRK-DISPONIVEL.
           ADD 1 TO WRK-QTD-LIBERADOS.
      *----------------------------------------------------------------*
      *          Varrer o estoque e apontar os produtos com o
      *          disponivel no ponto de ressuprimento ou abaixo
      *----------------------------------------------------------------*

           MOVE 'PRODUTO               DISPONIVEL  PONTO   FISICO'
             TO REL-LINHA.
           MOVE '  EM PEDIDO' TO REL-LINHA(49:11).
           PERFORM 0800-GRAVAR-LINHA.

           MOVE 'N'    TO WRK-FIM-ESTOQUE.
      *----------------------------------------------------------------*
       0410-IMPRIMIR-RESSUPRIMENTO.

           PERFORM 0420-SOMAR-EM-PEDIDO.

           MOVE WRK-DISPONIVEL           TO WRK-DISPONIVEL-ED.
           MOVE EST-PONTO-RESSUPRIMENTO  TO WRK-PONTO-ED.
           MOVE EST-SALDO-FISICO         TO WRK-SALDO-ED.
           MOVE WRK-QTD-EM-PEDIDO        TO WRK-EM-PEDIDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING EST-CODIGO         DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WRK-PONTO-ED       DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WRK-SALDO-ED       DELIMITED BY SIZE
                  '     '            DELIMITED BY SIZE
                  WRK-EM-PEDIDO-ED   DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-RESSUPRIR.

           COMPUTE WRK-QTD-SUGERIDA =
                   (EST-PONTO-RESSUPRIMENTO * 2) - WRK-DISPONIVEL
                   - WRK-QTD-EM-PEDIDO.
           IF WRK-QTD-SUGERIDA > ZEROS
              PERFORM 0430-GRAVAR-SUGESTAO
           END-IF.
      *----------------------------------------------------------------*
      *          Somar o saldo a receber das linhas de pedido de
      *          compra abertas do produto, pela chave alternativa
      *----------------------------------------------------------------*
       0420-SOMAR-EM-PEDIDO.

           MOVE ZEROS      TO WRK-QTD-EM-PEDIDO.
           MOVE 'N'        TO WRK-FIM-PEDIDOS.
           MOVE EST-CODIGO TO PCO-PRODUTO.
           START PEDIDO-COMPRA-FILE
               KEY IS EQUAL TO PCO-PRODUTO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PEDIDOS
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-PEDIDOS
              READ PEDIDO-COMPRA-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-PEDIDOS
              END-READ
              IF NOT WRK-NAO-HA-MAIS-PEDIDOS
                 IF PCO-PRODUTO NOT = EST-CODIGO
                    MOVE 'S' TO WRK-FIM-PEDIDOS
                 ELSE
                    IF PCO-PENDENTE-RECEBER
                       COMPUTE WRK-QTD-EM-PEDIDO = WRK-QTD-EM-PEDIDO
                               + PCO-QTD-PEDIDA - PCO-QTD-RECEBIDA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Sugestao de compra para o comprador confirmar no
      *          PROGCOB67: repor ate o dobro do ponto, descontado o
      *          que ja esta em pedido aberto
      *----------------------------------------------------------------*
       0430-GRAVAR-SUGESTAO.

           MOVE EST-CODIGO              TO SGC-PRODUTO.
           MOVE WRK-DATA-RODADA         TO SGC-DATA.
           MOVE WRK-DISPONIVEL          TO SGC-DISPONIVEL.
           MOVE EST-PONTO-RESSUPRIMENTO TO SGC-PONTO-RESSUPRIMENTO.
           MOVE WRK-QTD-EM-PEDIDO       TO SGC-QTD-EM-PEDIDO.
           MOVE WRK-QTD-SUGERIDA        TO SGC-QTD-SUGERIDA.
           WRITE SUGESTAO-COMPRA-REG.
           CALL 'PROGCOBU1' USING 'SUGCOMPR.DAT' 'WRITE' FS-SUGCO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-SUGESTOES.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           DISPLAY 'MOVIMENTOS APLICADOS  : ' WRK-QTD-APLICADOS.
           DISPLAY 'MOVIMENTOS RECUSADOS  : ' WRK-QTD-RECUSADOS.
           DISPLAY 'PRODUTOS A RESSUPRIR  : ' WRK-QTD-RESSUPRIR.
           DISPLAY 'SUGESTOES DE COMPRA   : ' WRK-QTD-SUGESTOES.
           DISPLAY 'BACKORDERS LIBERADOS  : ' WRK-QTD-LIBERADOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           IF FS-MOVEN-OK OR FS-MOVEN-FIM
              CLOSE MOVIMENTOS-ENTRADA
           END-IF.
           CLOSE ESTOQUE-FILE PRODUTO-MASTER MOVIMENTO-ESTOQUE
                 RESSUPRIMENTO-REPORT PEDIDO-COMPRA-FILE
                 SUGESTAO-COMPRA.
           CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'CLOSE' FS-ESTOQ
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'PEDCOMPR.DAT' 'CLOSE' FS-PCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'SUGCOMPR.DAT' 'CLOSE' FS-SUGCO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
