      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB74
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Valorizacao do estoque no fechamento do mes: varre
      * o STOCK-BALANCE e imprime em VALORIZA.REL, agrupado por
      * categoria do PRODUCT-MASTER, a quantidade fisica, o custo
      * medio ponderado (EST-CUSTO-MEDIO) e o valor estendido de cada
      * produto, com subtotal por categoria e total geral. Em seguida
      * resume a movimentacao do mes da trilha MOVESTOQ.DAT a custo:
      * entradas, custo das mercadorias vendidas (saidas do
      * faturamento, ja lancado no GL como origem CMV pelo PROGCOB06)
      * e ajustes de inventario.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS Devolucoes de clientes no resumo do periodo.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB74.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE
               ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQ.

           SELECT PRODUTO-MASTER
               ASSIGN TO 'PRODMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS FS-PRODU.

           SELECT MOVIMENTO-ESTOQUE
               ASSIGN TO 'MOVESTOQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT VALORIZACAO-REPORT
               ASSIGN TO 'VALORIZA.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  ESTOQUE-FILE.
       COPY ESTOQREG.

       FD  PRODUTO-MASTER.
       COPY PRODREG.

       FD  MOVIMENTO-ESTOQUE.
       COPY MOVESTRE.

       FD  VALORIZACAO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ESTOQ==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRODU==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==MOVES==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-MES-REFERENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-TEM-TRILHA           PIC X(01)     VALUE 'N'.
           88  WRK-TRILHA-DISPONIVEL               VALUE 'S'.

       77  WRK-MAX-ITENS            PIC 9(04)     VALUE 1000.
       77  WRK-QTD-ITENS            PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-ITEM             PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ITENS.
           03  WRK-ITEM OCCURS 1000 TIMES.
               05  WRK-ITM-PRODUTO    PIC X(20).
               05  WRK-ITM-DESCRICAO  PIC X(20).
               05  WRK-ITM-CATEGORIA  PIC X(02).
               05  WRK-ITM-QUANTIDADE PIC 9(06).
               05  WRK-ITM-CUSTO      PIC 9(06)V99.

       77  WRK-MAX-CATEGORIAS       PIC 9(02)     VALUE 50.
       77  WRK-QTD-CATEGORIAS       PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-CATEGORIA        PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-CATEGORIA-ACHADA     PIC X(01)     VALUE 'N'.
           88  WRK-CATEGORIA-NA-TABELA             VALUE 'S'.
       01  WRK-TABELA-CATEGORIAS.
           03  WRK-CAT-CODIGO       PIC X(02) OCCURS 50 TIMES.

       77  WRK-VALOR-ITEM           PIC 9(11)V99  VALUE ZEROS.
       77  WRK-QTD-CATEGORIA        PIC 9(08)     VALUE ZEROS.
       77  WRK-VALOR-CATEGORIA      PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-ESTOQUE        PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-MOVIMENTO      PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-ENTRADAS       PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-CMV            PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-AJUSTE-MAIS    PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-AJUSTE-MENOS   PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-DEVOLUCOES     PIC 9(11)V99  VALUE ZEROS.
       77  WRK-QTD-ED               PIC ZZZ.ZZ9.
       77  WRK-QTD-CATEGORIA-ED     PIC ZZ.ZZZ.ZZ9.
       77  WRK-CUSTO-ED             PIC ZZZ.ZZ9,99.
       77  WRK-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0250-RESUMIR-MOVIMENTO.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL(1:6) TO WRK-MES-REFERENCIA.

           CALL 'PROGCOBU3' USING 'VALORESTQ ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'VALORIZACAO DE ESTOQUE NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT ESTOQUE-FILE.
           CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'OPEN' FS-ESTOQ
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT PRODUTO-MASTER.
           CALL 'PROGCOBU1' USING 'PRODMAST.DAT' 'OPEN' FS-PRODU
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT MOVIMENTO-ESTOQUE.
           IF FS-MOVES = '35'
              DISPLAY 'MOVESTOQ.DAT AUSENTE: SEM MOVIMENTO NO MES.'
           ELSE
              CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'OPEN' FS-MOVES
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'S' TO WRK-TEM-TRILHA
           END-IF.

           OPEN OUTPUT VALORIZACAO-REPORT.
           CALL 'PROGCOBU1' USING 'VALORIZA.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0110-CARREGAR-ESTOQUE.
      *----------------------------------------------------------------*
      *          Carregar o STOCK-BALANCE com a categoria de cada
      *          produto e montar a lista de categorias
      *----------------------------------------------------------------*
       0110-CARREGAR-ESTOQUE.

           MOVE 'N'        TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO EST-CODIGO.
           START ESTOQUE-FILE
               KEY IS NOT LESS THAN EST-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ ESTOQUE-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 PERFORM 0115-GUARDAR-PRODUTO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0115-GUARDAR-PRODUTO.

           IF WRK-QTD-ITENS >= WRK-MAX-ITENS
              DISPLAY 'TABELA DE PRODUTOS ESGOTADA ('
                      WRK-MAX-ITENS ').'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE EST-CODIGO TO PRD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO PRD-DESCRICAO
                   MOVE SPACES           TO PRD-CATEGORIA
           END-READ.

           ADD 1 TO WRK-QTD-ITENS.
           MOVE EST-CODIGO       TO WRK-ITM-PRODUTO(WRK-QTD-ITENS).
           MOVE PRD-DESCRICAO    TO WRK-ITM-DESCRICAO(WRK-QTD-ITENS).
           MOVE PRD-CATEGORIA    TO WRK-ITM-CATEGORIA(WRK-QTD-ITENS).
           MOVE EST-SALDO-FISICO TO WRK-ITM-QUANTIDADE(WRK-QTD-ITENS).
           MOVE EST-CUSTO-MEDIO  TO WRK-ITM-CUSTO(WRK-QTD-ITENS).

           MOVE 'N' TO WRK-CATEGORIA-ACHADA.
           PERFORM VARYING WRK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WRK-IDX-CATEGORIA > WRK-QTD-CATEGORIAS
                      OR WRK-CATEGORIA-NA-TABELA
              IF WRK-CAT-CODIGO(WRK-IDX-CATEGORIA) = PRD-CATEGORIA
                 MOVE 'S' TO WRK-CATEGORIA-ACHADA
              END-IF
           END-PERFORM.
           IF NOT WRK-CATEGORIA-NA-TABELA
              IF WRK-QTD-CATEGORIAS >= WRK-MAX-CATEGORIAS
                 DISPLAY 'TABELA DE CATEGORIAS ESGOTADA.'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-CATEGORIAS
              MOVE PRD-CATEGORIA
                TO WRK-CAT-CODIGO(WRK-QTD-CATEGORIAS)
           END-IF.
      *----------------------------------------------------------------*
      *          Valorizacao por categoria e produto ao custo medio
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           MOVE SPACES TO REL-LINHA.
           STRING 'VALORIZACAO DO ESTOQUE A CUSTO MEDIO - '
                  WRK-DATA-ATUAL
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUTO              DESCRICAO                QTD '
                  'CUSTO MEDIO    VALOR TOTAL'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WRK-IDX-CATEGORIA > WRK-QTD-CATEGORIAS
              PERFORM 0210-VALORIZAR-CATEGORIA
           END-PERFORM.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-ESTOQUE TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR TOTAL DO ESTOQUE ....... : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0210-VALORIZAR-CATEGORIA.

           MOVE ZEROS TO WRK-QTD-CATEGORIA WRK-VALOR-CATEGORIA.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CATEGORIA ' WRK-CAT-CODIGO(WRK-IDX-CATEGORIA)
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              IF WRK-ITM-CATEGORIA(WRK-IDX-ITEM) =
                 WRK-CAT-CODIGO(WRK-IDX-CATEGORIA)
                 PERFORM 0220-VALORIZAR-PRODUTO
              END-IF
           END-PERFORM.

           MOVE WRK-QTD-CATEGORIA   TO WRK-QTD-CATEGORIA-ED.
           MOVE WRK-VALOR-CATEGORIA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SUBTOTAL CATEGORIA '
                  WRK-CAT-CODIGO(WRK-IDX-CATEGORIA)
                  '                  ' WRK-QTD-CATEGORIA-ED
                  '            ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           ADD WRK-VALOR-CATEGORIA TO WRK-VALOR-ESTOQUE.
      *----------------------------------------------------------------*
       0220-VALORIZAR-PRODUTO.

           COMPUTE WRK-VALOR-ITEM = WRK-ITM-QUANTIDADE(WRK-IDX-ITEM)
                                  * WRK-ITM-CUSTO(WRK-IDX-ITEM).
           ADD WRK-ITM-QUANTIDADE(WRK-IDX-ITEM) TO WRK-QTD-CATEGORIA.
           ADD WRK-VALOR-ITEM TO WRK-VALOR-CATEGORIA.

           MOVE WRK-ITM-QUANTIDADE(WRK-IDX-ITEM) TO WRK-QTD-ED.
           MOVE WRK-ITM-CUSTO(WRK-IDX-ITEM)      TO WRK-CUSTO-ED.
           MOVE WRK-VALOR-ITEM                   TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-ITM-PRODUTO(WRK-IDX-ITEM) ' '
                  WRK-ITM-DESCRICAO(WRK-IDX-ITEM) ' '
                  WRK-QTD-ED ' ' WRK-CUSTO-ED ' ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Movimentacao do mes a custo, pela trilha MOVESTOQ:
      *          entradas ao custo do pedido, saidas do faturamento
      *          (CMV) e ajustes ao custo medio do momento
      *----------------------------------------------------------------*
       0250-RESUMIR-MOVIMENTO.

           IF WRK-TRILHA-DISPONIVEL
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                 READ MOVIMENTO-ESTOQUE
                     AT END
                         MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-REGISTROS
                    IF MOV-DATA(1:6) = WRK-MES-REFERENCIA
                       PERFORM 0255-SOMAR-MOVIMENTO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MOVIMENTACAO DO MES ' WRK-MES-REFERENCIA
                  ' A CUSTO'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-ENTRADAS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENTRADAS DE COMPRA ........... : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-CMV TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CUSTO DAS MERCADORIAS VENDIDAS : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-AJUSTE-MAIS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'AJUSTES A MAIOR .............. : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-AJUSTE-MENOS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'AJUSTES A MENOR .............. : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-DEVOLUCOES TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEVOLUCOES DE CLIENTES ....... : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0255-SOMAR-MOVIMENTO.

           COMPUTE WRK-VALOR-MOVIMENTO =
                   MOV-QUANTIDADE * MOV-CUSTO-UNITARIO.

           EVALUATE TRUE
              WHEN MOV-ENTRADA
                 ADD WRK-VALOR-MOVIMENTO TO WRK-VALOR-ENTRADAS
              WHEN MOV-SAIDA
                 ADD WRK-VALOR-MOVIMENTO TO WRK-VALOR-CMV
              WHEN MOV-AJUSTE-POSITIVO
                 ADD WRK-VALOR-MOVIMENTO TO WRK-VALOR-AJUSTE-MAIS
              WHEN MOV-AJUSTE-NEGATIVO
                 ADD WRK-VALOR-MOVIMENTO TO WRK-VALOR-AJUSTE-MENOS
              WHEN MOV-DEVOLUCAO
                 ADD WRK-VALOR-MOVIMENTO TO WRK-VALOR-DEVOLUCOES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'VALORIZA.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE ESTOQUE-FILE PRODUTO-MASTER VALORIZACAO-REPORT.
           CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'CLOSE' FS-ESTOQ
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'VALORIZA.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-TRILHA-DISPONIVEL
              CLOSE MOVIMENTO-ESTOQUE
              CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'CLOSE' FS-MOVES
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           MOVE WRK-VALOR-ESTOQUE TO WRK-VALOR-ED.
           DISPLAY '-------------------'.
           DISPLAY 'PRODUTOS VALORIZADOS  ' WRK-QTD-ITENS.
           DISPLAY 'VALOR DO ESTOQUE      ' WRK-VALOR-ED.
           MOVE WRK-VALOR-CMV TO WRK-VALOR-ED.
           DISPLAY 'CMV DO MES            ' WRK-VALOR-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
