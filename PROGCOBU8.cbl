      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOBU8
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Rotina utilitaria de preco do cliente, no molde do
      * PROGCOBU5: recebe cliente, produto, quantidade e data do
      * pedido, le o preco de lista e a categoria no PRODUCT-MASTER
      * e procura na tabela de precos por cliente (PRECOCLI.DAT,
      * layout PRCLIREG) primeiro o produto e depois a categoria do
      * produto. Da tabela vale a vigencia mais recente ate a data
      * do pedido (e nao vencida) e, dentro dela, a faixa de maior
      * quantidade minima que o pedido alcanca. Devolve o preco de
      * lista, o preco liquido esperado, o desconto percentual e em
      * LK-ORIGEM:
      *   P - preco da tabela do cliente para o produto;
      *   C - preco da tabela do cliente para a categoria;
      *   L - sem tabela aplicavel, vale o preco de lista;
      *   N - produto fora do PRODUCT-MASTER (precos zerados).
      * PRECOCLI.DAT ausente vale como cliente sem tabela.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOBU8.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT PRODUTO-MASTER
               ASSIGN TO 'PRODMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS FS-PRODU.

           SELECT PRECO-CLIENTE-FILE
               ASSIGN TO 'PRECOCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-CHAVE
               FILE STATUS IS FS-PRCLI.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  PRODUTO-MASTER.
       COPY PRODREG.

       FD  PRECO-CLIENTE-FILE.
       COPY PRCLIREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRODU==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCLI==.

       77  WRK-FIM-PRECOS           PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PRECOS              VALUE 'S'.
       77  WRK-PRECO-OK             PIC X(01)     VALUE 'N'.
           88  WRK-PRECO-ACHADO                    VALUE 'S'.
       77  WRK-TIPO-BUSCA           PIC X(01)     VALUE SPACES.
       77  WRK-CODIGO-BUSCA         PIC X(20)     VALUE SPACES.
       77  WRK-VIGENCIA-ACHADA      PIC 9(08)     VALUE ZEROS.
       77  WRK-PCT-ACHADO           PIC 9(02)V99  VALUE ZEROS.
       77  WRK-LIQUIDO-ACHADO       PIC 9(06)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE                SECTION.
      *----------------------------------------------------------------*
       01  LK-CLIENTE             PIC 9(05).
       01  LK-PRODUTO             PIC X(20).
       01  LK-QUANTIDADE          PIC 9(04).
       01  LK-DATA                PIC 9(08).
       01  LK-PRECO-LISTA         PIC 9(06)V99.
       01  LK-PRECO-CLIENTE       PIC 9(06)V99.
       01  LK-DESCONTO-PCT        PIC 9(02)V99.
       01  LK-ORIGEM              PIC X(01).
           88  LK-PRECO-DE-TABELA             VALUE 'P' 'C'.
           88  LK-PRECO-DE-LISTA              VALUE 'L'.
           88  LK-PRODUTO-INEXISTENTE         VALUE 'N'.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION USING LK-CLIENTE
                                             LK-PRODUTO
                                             LK-QUANTIDADE
                                             LK-DATA
                                             LK-PRECO-LISTA
                                             LK-PRECO-CLIENTE
                                             LK-DESCONTO-PCT
                                             LK-ORIGEM.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           MOVE ZEROS TO LK-PRECO-LISTA LK-PRECO-CLIENTE
                         LK-DESCONTO-PCT.
           MOVE 'N'   TO LK-ORIGEM.

           OPEN INPUT PRODUTO-MASTER.
           IF NOT FS-PRODU-OK
              DISPLAY 'PROGCOBU8: PRODMAST.DAT INDISPONIVEL '
                      '(STATUS ' FS-PRODU ').'
              GOBACK
           END-IF.
           MOVE LK-PRODUTO TO PRD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-PRODU-OK
              CLOSE PRODUTO-MASTER
              GOBACK
           END-IF.
           CLOSE PRODUTO-MASTER.

           MOVE PRD-PRECO-LISTA TO LK-PRECO-LISTA LK-PRECO-CLIENTE.
           MOVE 'L'             TO LK-ORIGEM.

           OPEN INPUT PRECO-CLIENTE-FILE.
           IF FS-PRCLI = '35'
              GOBACK
           END-IF.
           IF NOT FS-PRCLI-OK
              DISPLAY 'PROGCOBU8: PRECOCLI.DAT INDISPONIVEL '
                      '(STATUS ' FS-PRCLI '). VALE O PRECO DE LISTA.'
              GOBACK
           END-IF.

           MOVE 'P'        TO WRK-TIPO-BUSCA.
           MOVE LK-PRODUTO TO WRK-CODIGO-BUSCA.
           PERFORM 0200-PROCURAR-PRECO.
           IF NOT WRK-PRECO-ACHADO
              MOVE 'C'           TO WRK-TIPO-BUSCA
              MOVE PRD-CATEGORIA TO WRK-CODIGO-BUSCA
              PERFORM 0200-PROCURAR-PRECO
           END-IF.
           CLOSE PRECO-CLIENTE-FILE.

           IF WRK-PRECO-ACHADO
              MOVE WRK-TIPO-BUSCA TO LK-ORIGEM
              PERFORM 0300-CALCULAR-PRECO
           END-IF.

           GOBACK.
      *----------------------------------------------------------------*
      *          Percorrer as faixas do cliente para o codigo: na
      *          ordem da chave a vigencia cresce e, dentro dela, a
      *          quantidade minima; fica a ultima faixa alcancada da
      *          vigencia mais recente
      *----------------------------------------------------------------*
       0200-PROCURAR-PRECO.

           MOVE 'N'   TO WRK-PRECO-OK WRK-FIM-PRECOS.
           MOVE ZEROS TO WRK-VIGENCIA-ACHADA.

           MOVE LK-CLIENTE       TO PCL-CLIENTE.
           MOVE WRK-TIPO-BUSCA   TO PCL-TIPO.
           MOVE WRK-CODIGO-BUSCA TO PCL-CODIGO.
           MOVE ZEROS            TO PCL-DATA-VIGENCIA PCL-QTD-MINIMA.
           START PRECO-CLIENTE-FILE
               KEY IS NOT LESS THAN PCL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PRECOS
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-PRECOS
              READ PRECO-CLIENTE-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-PRECOS
              END-READ
              IF NOT WRK-NAO-HA-MAIS-PRECOS
                 IF PCL-CLIENTE NOT = LK-CLIENTE
                    OR PCL-TIPO NOT = WRK-TIPO-BUSCA
                    OR PCL-CODIGO NOT = WRK-CODIGO-BUSCA
                    OR PCL-DATA-VIGENCIA > LK-DATA
                    MOVE 'S' TO WRK-FIM-PRECOS
                 ELSE
                    IF PCL-SEM-DATA-FIM OR PCL-DATA-FIM >= LK-DATA
                       IF PCL-DATA-VIGENCIA > WRK-VIGENCIA-ACHADA
                          MOVE PCL-DATA-VIGENCIA
                            TO WRK-VIGENCIA-ACHADA
                          MOVE 'N' TO WRK-PRECO-OK
                       END-IF
                       IF PCL-QTD-MINIMA <= LK-QUANTIDADE
                          MOVE 'S'               TO WRK-PRECO-OK
                          MOVE PCL-DESCONTO-PCT  TO WRK-PCT-ACHADO
                          MOVE PCL-PRECO-LIQUIDO TO WRK-LIQUIDO-ACHADO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Preco liquido informado prevalece; senao desconto
      *          percentual sobre o preco de lista
      *----------------------------------------------------------------*
       0300-CALCULAR-PRECO.

           IF WRK-LIQUIDO-ACHADO > ZEROS
              MOVE WRK-LIQUIDO-ACHADO TO LK-PRECO-CLIENTE
              IF LK-PRECO-LISTA > ZEROS
                 AND LK-PRECO-CLIENTE < LK-PRECO-LISTA
                 COMPUTE LK-DESCONTO-PCT ROUNDED =
                         (LK-PRECO-LISTA - LK-PRECO-CLIENTE) * 100
                         / LK-PRECO-LISTA
              END-IF
           ELSE
              MOVE WRK-PCT-ACHADO TO LK-DESCONTO-PCT
              COMPUTE LK-PRECO-CLIENTE ROUNDED =
                      LK-PRECO-LISTA * (100 - WRK-PCT-ACHADO) / 100
           END-IF.
