      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB73
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Divergencia e ajuste de inventario fisico: para a
      * contagem informada, imprime no DIVERGEN.REL a diferenca
      * entre a quantidade contada (PROGCOB72) e o saldo contabil
      * do congelamento (PROGCOB71), por produto e com subtotal por
      * categoria, valorizada ao preco de lista do PRODUCT-MASTER.
      * Com todos os produtos contados, o aprovador (acao APROVCNT
      * liberada para o nivel dele na matriz PERMFILE) decide o
      * ajuste: aprovado, cada diferenca entra no STOCK-BALANCE e na
      * trilha MOVESTOQ.DAT como ajuste 'A'/'N' com a contagem em
      * MOV-ORIGEM ('CN' + numero), os produtos sao descongelados e
      * a contagem encerrada. A diferenca e aplicada sobre o saldo
      * atual, preservando as entradas do periodo da contagem. A
      * decisao sai no AUDIT-LOG.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS O ajuste sai na trilha MOVESTOQ.DAT com o custo
      *                medio do produto (MOV-CUSTO-UNITARIO).
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB73.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT CONTAGEM-FILE
               ASSIGN TO 'CONTAGEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-CHAVE
               FILE STATUS IS FS-CONTA.

           SELECT ESTOQUE-FILE
               ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT USER-MASTER-FILE
               ASSIGN TO 'USERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS FS-USERM.

           SELECT PERMISSION-FILE
               ASSIGN TO 'PERMFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS FS-PERMI.

           SELECT AUDIT-LOG
               ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT DIVERGENCIA-REPORT
               ASSIGN TO 'DIVERGEN.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  CONTAGEM-FILE.
       COPY CONTAREG.

       FD  ESTOQUE-FILE.
       COPY ESTOQREG.

       FD  PRODUTO-MASTER.
       COPY PRODREG.

       FD  MOVIMENTO-ESTOQUE.
       COPY MOVESTRE.

       FD  USER-MASTER-FILE.
       COPY USERMREG.

       FD  PERMISSION-FILE.
       COPY PERMIREG.

       FD  AUDIT-LOG.
       01  AUD-LINHA                  PIC X(80).

       FD  DIVERGENCIA-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CONTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ESTOQ==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRODU==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==MOVES==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERMI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==AUDIT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       COPY AUDITREG.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-COMPLETA        PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-NUMERO-CONTAGEM      PIC 9(06)     VALUE ZEROS.
       77  WRK-APROVADOR            PIC X(20)     VALUE SPACES.
       77  WRK-NIVEL-APROVADOR      PIC 9(02)     VALUE ZEROS.
       77  WRK-APROVADOR-OK         PIC X(01)     VALUE 'N'.
           88  WRK-APROVADOR-AUTORIZADO            VALUE 'S'.
       77  WRK-DECISAO              PIC X(01)     VALUE 'N'.
           88  WRK-DECISAO-APROVAR                 VALUE 'S'.
       77  WRK-QTD-PENDENTES        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-AJUSTADOS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-MOVIMENTOS       PIC 9(04)     VALUE ZEROS.

       77  WRK-MAX-ITENS            PIC 9(03)     VALUE 500.
       77  WRK-QTD-ITENS            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-ITEM             PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ITENS.
           03  WRK-ITEM OCCURS 500 TIMES.
               05  WRK-ITM-PRODUTO    PIC X(20).
               05  WRK-ITM-CATEGORIA  PIC X(02).
               05  WRK-ITM-PRECO      PIC 9(06)V99.
               05  WRK-ITM-CONTABIL   PIC 9(06).
               05  WRK-ITM-CONTADA    PIC 9(06).
               05  WRK-ITM-SITUACAO   PIC X(01).

       77  WRK-MAX-CATEGORIAS       PIC 9(02)     VALUE 50.
       77  WRK-QTD-CATEGORIAS       PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-CATEGORIA        PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-CATEGORIA-ACHADA     PIC X(01)     VALUE 'N'.
           88  WRK-CATEGORIA-NA-TABELA             VALUE 'S'.
       01  WRK-TABELA-CATEGORIAS.
           03  WRK-CAT-CODIGO       PIC X(02) OCCURS 50 TIMES.

       77  WRK-DIFERENCA            PIC S9(07)    VALUE ZEROS.
       77  WRK-VALOR-DIFERENCA      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIF-CATEGORIA        PIC S9(07)    VALUE ZEROS.
       77  WRK-VALOR-CATEGORIA      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-SOBRAS         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-FALTAS         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTD-ED               PIC ZZZ.ZZ9.
       77  WRK-CONTADA-ED           PIC ZZZ.ZZ9.
       77  WRK-DIFERENCA-ED         PIC -ZZZ.ZZ9.
       77  WRK-VALOR-ED             PIC -ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-QTD-ITENS > ZEROS
              PERFORM 0200-PROCESSAR
              PERFORM 0240-DECIDIR-AJUSTE
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL    FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.

           CALL 'PROGCOBU3' USING 'CONTAGEM  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'DIVERGENCIA DE INVENTARIO NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O CONTAGEM-FILE.
           CALL 'PROGCOBU1' USING 'CONTAGEM.DAT' 'OPEN' FS-CONTA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O ESTOQUE-FILE.
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

           OPEN INPUT USER-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'OPEN' FS-USERM
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT PERMISSION-FILE.
           CALL 'PROGCOBU1' USING 'PERMFILE.DAT' 'OPEN' FS-PERMI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF NOT FS-AUDIT-OK
              OPEN OUTPUT AUDIT-LOG
           END-IF.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'OPEN' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT DIVERGENCIA-REPORT.
           CALL 'PROGCOBU1' USING 'DIVERGEN.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY 'NUMERO DA CONTAGEM ....... : '.
           ACCEPT WRK-NUMERO-CONTAGEM.

           PERFORM 0110-CARREGAR-CONTAGEM.

           IF WRK-QTD-ITENS = ZEROS
              DISPLAY 'CONTAGEM ' WRK-NUMERO-CONTAGEM
                      ' NAO ENCONTRADA.'
           END-IF.
      *----------------------------------------------------------------*
      *          Carregar os produtos da contagem com o preco de
      *          lista e montar a lista de categorias
      *----------------------------------------------------------------*
       0110-CARREGAR-CONTAGEM.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-NUMERO-CONTAGEM TO CNT-NUMERO.
           MOVE LOW-VALUES          TO CNT-PRODUTO.
           START CONTAGEM-FILE
               KEY IS NOT LESS THAN CNT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ CONTAGEM-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF CNT-NUMERO NOT = WRK-NUMERO-CONTAGEM
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    PERFORM 0115-GUARDAR-ITEM
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0115-GUARDAR-ITEM.

           IF WRK-QTD-ITENS >= WRK-MAX-ITENS
              DISPLAY 'TABELA DE ITENS DA CONTAGEM ESGOTADA ('
                      WRK-MAX-ITENS ').'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE CNT-PRODUTO TO PRD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE ZEROS TO PRD-PRECO-LISTA
           END-READ.

           ADD 1 TO WRK-QTD-ITENS.
           MOVE CNT-PRODUTO        TO WRK-ITM-PRODUTO(WRK-QTD-ITENS).
           MOVE CNT-CATEGORIA      TO WRK-ITM-CATEGORIA(WRK-QTD-ITENS).
           MOVE PRD-PRECO-LISTA    TO WRK-ITM-PRECO(WRK-QTD-ITENS).
           MOVE CNT-SALDO-CONTABIL TO WRK-ITM-CONTABIL(WRK-QTD-ITENS).
           MOVE CNT-QTD-CONTADA    TO WRK-ITM-CONTADA(WRK-QTD-ITENS).
           MOVE CNT-SITUACAO       TO WRK-ITM-SITUACAO(WRK-QTD-ITENS).

           IF CNT-AGUARDANDO
              ADD 1 TO WRK-QTD-PENDENTES
           END-IF.
           IF CNT-AJUSTADA
              ADD 1 TO WRK-QTD-AJUSTADOS
           END-IF.

           MOVE 'N' TO WRK-CATEGORIA-ACHADA.
           PERFORM VARYING WRK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WRK-IDX-CATEGORIA > WRK-QTD-CATEGORIAS
                      OR WRK-CATEGORIA-NA-TABELA
              IF WRK-CAT-CODIGO(WRK-IDX-CATEGORIA) = CNT-CATEGORIA
                 MOVE 'S' TO WRK-CATEGORIA-ACHADA
              END-IF
           END-PERFORM.
           IF NOT WRK-CATEGORIA-NA-TABELA
              IF WRK-QTD-CATEGORIAS >= WRK-MAX-CATEGORIAS
                 DISPLAY 'TABELA DE CATEGORIAS ESGOTADA.'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-CATEGORIAS
              MOVE CNT-CATEGORIA
                TO WRK-CAT-CODIGO(WRK-QTD-CATEGORIAS)
           END-IF.
      *----------------------------------------------------------------*
      *          Relatorio de divergencia por categoria e produto
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           MOVE SPACES TO REL-LINHA.
           STRING 'DIVERGENCIA DE INVENTARIO - CONTAGEM '
                  WRK-NUMERO-CONTAGEM ' - ' WRK-DATA-ATUAL
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUTO              CONTABIL CONTADO '
                  'DIFERENCA     VALOR LISTA'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WRK-IDX-CATEGORIA > WRK-QTD-CATEGORIAS
              PERFORM 0210-LISTAR-CATEGORIA
           END-PERFORM.

           COMPUTE WRK-VALOR-LIQUIDO =
                   WRK-VALOR-SOBRAS + WRK-VALOR-FALTAS.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-SOBRAS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SOBRAS A PRECO DE LISTA ... : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-FALTAS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FALTAS A PRECO DE LISTA ... : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DIVERGENCIA LIQUIDA ....... : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QTD-PENDENTES > ZEROS
              MOVE SPACES TO REL-LINHA
              STRING 'PRODUTOS AINDA SEM CONTAGEM : '
                     WRK-QTD-PENDENTES
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
       0210-LISTAR-CATEGORIA.

           MOVE ZEROS TO WRK-DIF-CATEGORIA WRK-VALOR-CATEGORIA.

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
                 PERFORM 0220-LISTAR-ITEM
              END-IF
           END-PERFORM.

           MOVE WRK-DIF-CATEGORIA   TO WRK-DIFERENCA-ED.
           MOVE WRK-VALOR-CATEGORIA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SUBTOTAL CATEGORIA '
                  WRK-CAT-CODIGO(WRK-IDX-CATEGORIA)
                  '                ' WRK-DIFERENCA-ED ' ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0220-LISTAR-ITEM.

           MOVE WRK-ITM-CONTABIL(WRK-IDX-ITEM) TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.

           IF WRK-ITM-SITUACAO(WRK-IDX-ITEM) = 'A'
              STRING WRK-ITM-PRODUTO(WRK-IDX-ITEM) ' ' WRK-QTD-ED
                     '  NAO CONTADO'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           ELSE
              COMPUTE WRK-DIFERENCA = WRK-ITM-CONTADA(WRK-IDX-ITEM)
                                    - WRK-ITM-CONTABIL(WRK-IDX-ITEM)
              COMPUTE WRK-VALOR-DIFERENCA =
                      WRK-DIFERENCA * WRK-ITM-PRECO(WRK-IDX-ITEM)
              ADD WRK-DIFERENCA       TO WRK-DIF-CATEGORIA
              ADD WRK-VALOR-DIFERENCA TO WRK-VALOR-CATEGORIA
              IF WRK-VALOR-DIFERENCA > ZEROS
                 ADD WRK-VALOR-DIFERENCA TO WRK-VALOR-SOBRAS
              ELSE
                 ADD WRK-VALOR-DIFERENCA TO WRK-VALOR-FALTAS
              END-IF
              MOVE WRK-ITM-CONTADA(WRK-IDX-ITEM) TO WRK-CONTADA-ED
              MOVE WRK-DIFERENCA       TO WRK-DIFERENCA-ED
              MOVE WRK-VALOR-DIFERENCA TO WRK-VALOR-ED
              STRING WRK-ITM-PRODUTO(WRK-IDX-ITEM) ' ' WRK-QTD-ED
                     ' ' WRK-CONTADA-ED ' ' WRK-DIFERENCA-ED
                     ' ' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Decisao do ajuste: so com todos os produtos
      *          contados e a contagem ainda em aberto
      *----------------------------------------------------------------*
       0240-DECIDIR-AJUSTE.

           IF WRK-QTD-AJUSTADOS > ZEROS
              DISPLAY 'CONTAGEM JA AJUSTADA: SO O RELATORIO FOI '
                      'EMITIDO.'
           ELSE
              IF WRK-QTD-PENDENTES > ZEROS
                 DISPLAY 'CONTAGEM INCOMPLETA (' WRK-QTD-PENDENTES
                         ' PRODUTOS SEM QUANTIDADE): AJUSTE NAO '
                         'PODE SER APROVADO.'
              ELSE
                 PERFORM 0245-IDENTIFICAR-APROVADOR
                 IF WRK-APROVADOR-AUTORIZADO
                    DISPLAY 'APROVAR O AJUSTE DA CONTAGEM '
                            WRK-NUMERO-CONTAGEM ' (S/N) ? '
                    ACCEPT WRK-DECISAO
                    IF WRK-DECISAO-APROVAR
                       PERFORM 0250-POSTAR-AJUSTES
                       MOVE 'APROVADO' TO AUD-RESULTADO
                    ELSE
                       MOVE 'RECUSADO' TO AUD-RESULTADO
                    END-IF
                    PERFORM 0290-GRAVAR-AUDITORIA
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          O aprovador precisa estar no USER-MASTER, com a
      *          conta liberada e a acao APROVCNT liberada na matriz
      *----------------------------------------------------------------*
       0245-IDENTIFICAR-APROVADOR.

           DISPLAY 'APROVADOR ................ : '.
           ACCEPT WRK-APROVADOR.

           MOVE WRK-APROVADOR TO USR-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-USERM-NAO-ENCONTRADO
              DISPLAY 'USUARIO NAO CADASTRADO.'
           ELSE
              MOVE USR-NIVEL TO WRK-NIVEL-APROVADOR
              IF USR-CONTA-BLOQUEADA
                 DISPLAY 'CONTA DO USUARIO BLOQUEADA.'
              ELSE
                 MOVE USR-NIVEL   TO PRM-NIVEL
                 MOVE 'APROVCNT'  TO PRM-ACAO
                 READ PERMISSION-FILE
                     INVALID KEY
                         MOVE 'N' TO PRM-PERMITIDO
                 END-READ
                 IF PRM-ACAO-LIBERADA
                    MOVE 'S' TO WRK-APROVADOR-OK
                 ELSE
                    DISPLAY 'ACAO APROVCNT NAO LIBERADA NA MATRIZ.'
                 END-IF
              END-IF
           END-IF.

           IF NOT WRK-APROVADOR-AUTORIZADO
              MOVE 'NEGADO' TO AUD-RESULTADO
              PERFORM 0290-GRAVAR-AUDITORIA
           END-IF.
      *----------------------------------------------------------------*
      *          Ajuste aprovado: diferenca aplicada ao saldo atual,
      *          movimento 'A'/'N' com a contagem na origem, produto
      *          descongelado e linha da contagem encerrada
      *----------------------------------------------------------------*
       0250-POSTAR-AJUSTES.

           OPEN EXTEND MOVIMENTO-ESTOQUE.
           IF NOT FS-MOVES-OK
              OPEN OUTPUT MOVIMENTO-ESTOQUE
           END-IF.
           CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'OPEN' FS-MOVES
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              PERFORM 0255-AJUSTAR-PRODUTO
              PERFORM 0260-ENCERRAR-LINHA
           END-PERFORM.

           CLOSE MOVIMENTO-ESTOQUE.
           CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'CLOSE' FS-MOVES
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0255-AJUSTAR-PRODUTO.

           MOVE WRK-ITM-PRODUTO(WRK-IDX-ITEM) TO EST-CODIGO.
           READ ESTOQUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-ESTOQ-NAO-ENCONTRADO
              DISPLAY 'PRODUTO SEM REGISTRO DE ESTOQUE NO AJUSTE: '
                      WRK-ITM-PRODUTO(WRK-IDX-ITEM)
           ELSE
              COMPUTE WRK-DIFERENCA = WRK-ITM-CONTADA(WRK-IDX-ITEM)
                                    - WRK-ITM-CONTABIL(WRK-IDX-ITEM)
              MOVE WRK-DATA-ATUAL      TO MOV-DATA
              MOVE EST-CODIGO          TO MOV-CODIGO
              MOVE SPACES              TO MOV-ORIGEM
              MOVE 'CN'                TO MOV-CNT-MARCA
              MOVE WRK-NUMERO-CONTAGEM TO MOV-CNT-NUMERO
              MOVE EST-CUSTO-MEDIO     TO MOV-CUSTO-UNITARIO
              IF WRK-DIFERENCA > ZEROS
                 ADD WRK-DIFERENCA TO EST-SALDO-FISICO
                 MOVE 'A'           TO MOV-TIPO
                 MOVE WRK-DIFERENCA TO MOV-QUANTIDADE
              END-IF
              IF WRK-DIFERENCA < ZEROS
                 COMPUTE MOV-QUANTIDADE = ZEROS - WRK-DIFERENCA
                 IF EST-SALDO-FISICO >= MOV-QUANTIDADE
                    SUBTRACT MOV-QUANTIDADE FROM EST-SALDO-FISICO
                 ELSE
                    MOVE ZEROS TO EST-SALDO-FISICO
                 END-IF
                 MOVE 'N' TO MOV-TIPO
              END-IF
              MOVE ZEROS          TO EST-CONTAGEM
              MOVE WRK-DATA-ATUAL TO EST-DATA-ULT-MOV
              REWRITE ESTOQUE-REG
              CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'REWRITE'
                   FS-ESTOQ WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              IF WRK-DIFERENCA NOT = ZEROS
                 WRITE MOVIMENTO-ESTOQUE-REG
                 CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'WRITE'
                      FS-MOVES WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QTD-MOVIMENTOS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0260-ENCERRAR-LINHA.

           MOVE WRK-NUMERO-CONTAGEM           TO CNT-NUMERO.
           MOVE WRK-ITM-PRODUTO(WRK-IDX-ITEM) TO CNT-PRODUTO.
           READ CONTAGEM-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CONTA-OK
              MOVE 'P' TO CNT-SITUACAO
              REWRITE CONTAGEM-REG
              CALL 'PROGCOBU1' USING 'CONTAGEM.DAT' 'REWRITE'
                   FS-CONTA WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Gravar no AUDIT-LOG a decisao do aprovador
      *----------------------------------------------------------------*
       0290-GRAVAR-AUDITORIA.

           MOVE WRK-DATA-ATUAL          TO AUD-DATA.
           MOVE WRK-HORA-COMPLETA(1:6)  TO AUD-HORA.
           MOVE WRK-APROVADOR           TO AUD-USUARIO.
           MOVE WRK-NIVEL-APROVADOR     TO AUD-NIVEL.
           MOVE 'APROVCNT'              TO AUD-ACAO.

           MOVE AUDIT-REG TO AUD-LINHA.
           WRITE AUD-LINHA.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'WRITE' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'DIVERGEN.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE CONTAGEM-FILE ESTOQUE-FILE PRODUTO-MASTER
                 USER-MASTER-FILE PERMISSION-FILE AUDIT-LOG
                 DIVERGENCIA-REPORT.
           CALL 'PROGCOBU1' USING 'CONTAGEM.DAT' 'CLOSE' FS-CONTA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'CLOSE' FS-ESTOQ
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'CLOSE' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'DIVERGEN.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'PRODUTOS NA CONTAGEM  ' WRK-QTD-ITENS.
           DISPLAY 'AJUSTES GRAVADOS      ' WRK-QTD-MOVIMENTOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
