      *                item sem cabecalho aceito e rejeitado. A
      *                classificacao e a liberacao de preco passaram
      *                a cliente + numero + item.
      * 15.10.2026 EAS Item sem saldo deixou de ser rejeitado: o que
      *                o disponivel cobre e aceito e alocado, e o
      *                restante vai para a fila BACKORD.DAT com a
      *                data original do pedido. Antes dos pedidos
      *                novos sao reapresentadas as linhas liberadas
      *                pelo PROGCOB36 na chegada de estoque
      *                (BACKLIB.DAT, esvaziado ao final), com novo
      *                atendimento parcial se ainda faltar saldo.
      * 15.10.2026 EAS A banda de tolerancia de preco passou a ser
      *                calculada sobre o preco esperado do cliente
      *                (tabela PRECOCLI.DAT por produto ou categoria,
      *                vigencia e faixa de quantidade, via PROGCOBU8)
      *                no lugar do preco de lista puro; o preco
      *                esperado vai junto no PEDSUSP.DAT.
      * 15.10.2026 EAS Pedido de cliente com o CLI-BLOQUEIO ligado
      *                pela triagem de nomes bloqueados (PROGCOB116 e
      *                PROGCOB117) e rejeitado, e nao chega ao
      *                faturamento do PROGCOB06.
      * 15.10.2026 EAS A linha de backorder reapresentada passa pela
      *                mesma critica de cliente (cadastro e
      *                CLI-BLOQUEIO) antes do saldo; cliente
      *                bloqueado rejeita a linha.
      * 15.10.2026 EAS Reapresentados os pedidos retidos pelo
      *                PROGCOB06 por contagem de inventario
      *                (PEDRETID.DAT): com a contagem fechada o
      *                pedido volta ao PEDACEIT.DAT sem nova alocacao
      *                (a reserva foi mantida); cliente bloqueado ou
      *                descadastrado rejeita o pedido e devolve a
      *                alocacao; contagem ainda aberta mantem o
      *                pedido no PEDRETID.DAT.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ASSIGN TO 'PEDIDREJ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REJEI.

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

           SELECT PEDIDOS-RETIDOS
               ASSIGN TO 'PEDRETID.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RETID.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*

       FD  PEDIDOS-REJECT.
       COPY PEDREJ.

       FD  BACKORDER-FILE.
       COPY BACKOREG.

       FD  BACKORDER-LIBERADOS.
       01  BLB-REG                    PIC X(72).

       FD  PEDIDOS-RETIDOS.
       01  PRT-REG                    PIC X(66).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ACEIT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==LIMPO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==REJEI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BACKO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BKLIB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RETID==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                     VALUE 'S'.
       77  WRK-QTD-LIMPOS            PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-REJEITADOS        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-SUSPENSOS         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-BACKORDER         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-REAPRESENTADOS    PIC 9(06)     VALUE ZEROS.

       77  WRK-QTD-DISPONIVEL        PIC S9(07)    VALUE ZEROS.
       77  WRK-QTD-ATENDER           PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-PENDENTE          PIC 9(04)     VALUE ZEROS.
       77  WRK-PESO-PENDENTE         PIC 9(04)V999 VALUE ZEROS.
       77  WRK-FIM-BKLIB             PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-BKLIB               VALUE 'S'.
       77  WRK-TEM-BKLIB             PIC X(01)     VALUE 'N'.
           88  WRK-BKLIB-LIDO                      VALUE 'S'.

       77  WRK-FIM-RETID             PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-RETID               VALUE 'S'.
       77  WRK-TEM-RETID             PIC X(01)     VALUE 'N'.
           88  WRK-RETID-LIDO                      VALUE 'S'.
       77  WRK-RETIDO-CONTAGEM       PIC X(01)     VALUE 'N'.
           88  WRK-RETIDO-EM-CONTAGEM              VALUE 'S'.
       77  WRK-FIM-GRUPO             PIC X(01)     VALUE 'N'.
           88  WRK-FIM-DO-GRUPO                    VALUE 'S'.
       77  WRK-RETIDO-REPETIDO       PIC X(01)     VALUE 'N'.
           88  WRK-RETIDO-JA-LIDO                  VALUE 'S'.
       77  WRK-MAX-RETIDOS           PIC 9(04)     VALUE 2000.
       77  WRK-QTD-RETIDOS           PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-RETIDO            PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-FIM-RETIDO        PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-LINHA-RETIDO      PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-QTD-RETIDOS-LIBER     PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-RETIDOS-MANT      PIC 9(06)     VALUE ZEROS.
       01  WRK-TABELA-RETIDOS.
           03  WRK-RETIDO OCCURS 2000 TIMES.
               05  WRK-RET-SITUACAO  PIC X(01).
                   88  WRK-RET-MANTIDO                 VALUE 'M'.
               05  WRK-RET-REGISTRO.
                   07  WRK-RET-TIPO      PIC X(01).
                   07  WRK-RET-CLIENTE   PIC 9(05).
                   07  WRK-RET-NUMERO    PIC 9(06).
                   07  FILLER            PIC X(54).

       77  WRK-TOLERANCIA-PCT        PIC 9(02)V99  VALUE 10,00.
       77  WRK-PRECO-MINIMO          PIC 9(06)V99  VALUE ZEROS.
       77  WRK-PRECO-MAXIMO-TOL      PIC 9(07)V99  VALUE ZEROS.
       77  WRK-U8-PRECO-LISTA        PIC 9(06)V99  VALUE ZEROS.
       77  WRK-U8-PRECO-CLIENTE      PIC 9(06)V99  VALUE ZEROS.
       77  WRK-U8-DESCONTO-PCT       PIC 9(02)V99  VALUE ZEROS.
       77  WRK-U8-ORIGEM             PIC X(01)     VALUE SPACES.
       77  WRK-SUSPENDER             PIC X(01)     VALUE 'N'.
           88  WRK-PEDIDO-SUSPENSO                 VALUE 'S'.
       77  WRK-FIM-LIBERADOS         PIC X(01)     VALUE 'N'.
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O BACKORDER-FILE.
           IF FS-BACKO = '35'
              OPEN OUTPUT BACKORDER-FILE
              CLOSE BACKORDER-FILE
              OPEN I-O BACKORDER-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'BACKORD.DAT' 'OPEN' FS-BACKO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0130-REAPRESENTAR-BACKORDERS.
           PERFORM 0140-REAPRESENTAR-RETIDOS.

           PERFORM 0110-LER-PEDIDO.
      *----------------------------------------------------------------*
       0110-LER-PEDIDO.
              CLOSE PEDIDOS-LIBERADOS
           END-IF.
      *----------------------------------------------------------------*
      *          Reapresentar, antes dos pedidos novos, as linhas de
      *          backorder liberadas pelo PROGCOB36 na chegada de
      *          estoque, na ordem de chegada dos pedidos; a
      *          critica de cabecalho, produto e preco ja foi feita
      *          na entrada original, so o cliente (que pode ter
      *          sido bloqueado desde entao) e o saldo sao
      *          conferidos de novo
      *----------------------------------------------------------------*
       0130-REAPRESENTAR-BACKORDERS.

           MOVE 'N' TO WRK-FIM-BKLIB.
           OPEN INPUT BACKORDER-LIBERADOS.
           IF FS-BKLIB = '35'
              MOVE 'S' TO WRK-FIM-BKLIB
           ELSE
              CALL 'PROGCOBU1' USING 'BACKLIB.DAT' 'OPEN' FS-BKLIB
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'S' TO WRK-TEM-BKLIB
              PERFORM UNTIL WRK-NAO-HA-MAIS-BKLIB
                 READ BACKORDER-LIBERADOS
                     AT END
                         MOVE 'S' TO WRK-FIM-BKLIB
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-BKLIB
                    PERFORM 0135-REAPRESENTAR-LINHA
                 END-IF
              END-PERFORM
              CLOSE BACKORDER-LIBERADOS
           END-IF.
      *----------------------------------------------------------------*
       0135-REAPRESENTAR-LINHA.

           MOVE BLB-REG TO BACKORDER-REG.
           MOVE SPACES  TO WRK-MOTIVO.
           MOVE 'N'     TO WRK-SUSPENDER.
           MOVE ZEROS   TO WRK-QTD-ATENDER WRK-QTD-PENDENTE.

           MOVE 'S'             TO WRK-CAB-OK.
           MOVE BKO-NUMERO      TO WRK-CAB-NUMERO.
           MOVE BKO-CLIENTE     TO WRK-CAB-CLIENTE.
           MOVE BKO-DATA-PEDIDO TO WRK-CAB-DATA.
           MOVE BKO-UF          TO WRK-CAB-UF.

           MOVE BKO-CLIENTE     TO PED-CLIENTE.
           PERFORM 0215-VERIFICAR-CLIENTE.
           IF WRK-MOTIVO = SPACES
              PERFORM 0137-ACEITAR-CABECALHO-BACKORDER
           END-IF.

           MOVE SPACES          TO PED-DADOS.
           MOVE 'D'             TO PED-TIPO-REG.
           MOVE BKO-CLIENTE     TO PED-CLIENTE.
           MOVE BKO-NUMERO      TO PED-NUMERO.
           MOVE BKO-ITEM        TO PED-ITEM.
           MOVE BKO-PRODUTO     TO PED-PRODUTO.
           MOVE BKO-CATEGORIA   TO PED-CATEGORIA.
           MOVE BKO-QUANTIDADE  TO PED-QUANTIDADE.
           MOVE BKO-VALOR       TO PED-VALOR.
           MOVE BKO-PESO        TO PED-PESO.

           IF WRK-MOTIVO = SPACES
              PERFORM 0238-VERIFICAR-ESTOQUE
           END-IF.
           PERFORM 0245-DESTINAR-PEDIDO.
           ADD 1 TO WRK-QTD-REAPRESENTADOS.
      *----------------------------------------------------------------*
      *          O cabecalho do pedido da linha reapresentada sai uma
      *          unica vez na carga, mesmo com varias linhas do mesmo
      *          pedido liberadas
      *----------------------------------------------------------------*
       0137-ACEITAR-CABECALHO-BACKORDER.

           MOVE 'N' TO WRK-NUMERO-JA-VISTO.
           PERFORM VARYING WRK-IDX-NUMERO FROM 1 BY 1
                   UNTIL WRK-IDX-NUMERO > WRK-QTD-NUMEROS
                      OR WRK-NUMERO-DUPLICADO
              IF WRK-NUMERO-VISTO(WRK-IDX-NUMERO) = BKO-NUMERO
                 MOVE 'S' TO WRK-NUMERO-JA-VISTO
              END-IF
           END-PERFORM.

           IF NOT WRK-NUMERO-DUPLICADO
              IF WRK-QTD-NUMEROS >= WRK-MAX-NUMEROS
                 DISPLAY 'TABELA DE NUMEROS DE PEDIDO ESGOTADA ('
                         WRK-MAX-NUMEROS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-NUMEROS
              MOVE BKO-NUMERO TO WRK-NUMERO-VISTO(WRK-QTD-NUMEROS)
              MOVE SPACES          TO PED-DADOS
              MOVE 'H'             TO PED-TIPO-REG
              MOVE BKO-CLIENTE     TO PED-CLIENTE
              MOVE BKO-NUMERO      TO PED-NUMERO
              MOVE ZEROS           TO PED-ITEM
              MOVE BKO-DATA-PEDIDO TO PED-DATA
              MOVE BKO-UF          TO PED-UF
              PERFORM 0250-ACEITAR-PEDIDO
           END-IF.
      *----------------------------------------------------------------*
      *          Reapresentar os pedidos retidos pelo PROGCOB06 por
      *          contagem de inventario (PEDRETID.DAT, cabecalho
      *          seguido dos itens). O arquivo e carregado inteiro e
      *          regravado no final so com os pedidos que continuam
      *          retidos
      *----------------------------------------------------------------*
       0140-REAPRESENTAR-RETIDOS.

           MOVE ZEROS TO WRK-QTD-RETIDOS.
           MOVE 'N'   TO WRK-FIM-RETID.
           OPEN INPUT PEDIDOS-RETIDOS.
           IF FS-RETID = '35'
              MOVE 'S' TO WRK-FIM-RETID
           ELSE
              CALL 'PROGCOBU1' USING 'PEDRETID.DAT' 'OPEN' FS-RETID
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'S' TO WRK-TEM-RETID
              PERFORM UNTIL WRK-NAO-HA-MAIS-RETID
                 READ PEDIDOS-RETIDOS
                     AT END
                         MOVE 'S' TO WRK-FIM-RETID
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-RETID
                    IF WRK-QTD-RETIDOS >= WRK-MAX-RETIDOS
                       DISPLAY 'TABELA DE PEDIDOS RETIDOS '
                               'ESGOTADA (' WRK-MAX-RETIDOS ').'
                       PERFORM 0900-ABORTAR-PROCESSAMENTO
                    END-IF
                    ADD 1 TO WRK-QTD-RETIDOS
                    MOVE 'M'     TO WRK-RET-SITUACAO(WRK-QTD-RETIDOS)
                    MOVE PRT-REG TO WRK-RET-REGISTRO(WRK-QTD-RETIDOS)
                 END-IF
              END-PERFORM
              CLOSE PEDIDOS-RETIDOS
           END-IF.

           PERFORM VARYING WRK-IDX-RETIDO FROM 1 BY 1
                   UNTIL WRK-IDX-RETIDO > WRK-QTD-RETIDOS
              IF WRK-RET-TIPO(WRK-IDX-RETIDO) = 'H'
                 PERFORM 0142-REAPRESENTAR-RETIDO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Um pedido retido (cabecalho em WRK-IDX-RETIDO e
      *          itens ate WRK-IDX-FIM-RETIDO): cliente bloqueado ou
      *          descadastrado rejeita; produto ainda em contagem
      *          mantem retido; senao o pedido volta ao faturamento.
      *          Pedido gravado em dobro no PEDRETID.DAT (retomada
      *          do PROGCOB06) e descartado na segunda ocorrencia
      *----------------------------------------------------------------*
       0142-REAPRESENTAR-RETIDO.

           MOVE 'N' TO WRK-FIM-GRUPO.
           PERFORM VARYING WRK-IDX-LINHA-RETIDO
                   FROM WRK-IDX-RETIDO BY 1
                   UNTIL WRK-IDX-LINHA-RETIDO > WRK-QTD-RETIDOS
                      OR WRK-FIM-DO-GRUPO
              IF WRK-IDX-LINHA-RETIDO > WRK-IDX-RETIDO
                 AND WRK-RET-TIPO(WRK-IDX-LINHA-RETIDO) = 'H'
                 MOVE 'S' TO WRK-FIM-GRUPO
              ELSE
                 MOVE WRK-IDX-LINHA-RETIDO TO WRK-IDX-FIM-RETIDO
              END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-RETIDO-REPETIDO.
           PERFORM VARYING WRK-IDX-LINHA-RETIDO FROM 1 BY 1
                   UNTIL WRK-IDX-LINHA-RETIDO >= WRK-IDX-RETIDO
                      OR WRK-RETIDO-JA-LIDO
              IF WRK-RET-TIPO(WRK-IDX-LINHA-RETIDO) = 'H'
                 AND WRK-RET-NUMERO(WRK-IDX-LINHA-RETIDO) =
                     WRK-RET-NUMERO(WRK-IDX-RETIDO)
                 MOVE 'S' TO WRK-RETIDO-REPETIDO
              END-IF
           END-PERFORM.

           IF WRK-RETIDO-JA-LIDO
              DISPLAY 'PEDIDO RETIDO ' WRK-RET-NUMERO(WRK-IDX-RETIDO)
                      ' REPETIDO NO PEDRETID.DAT: DESCARTADO.'
              PERFORM 0149-BAIXAR-RETIDO
           ELSE
              MOVE WRK-RET-REGISTRO(WRK-IDX-RETIDO) TO PEDIDO-REG
              MOVE SPACES      TO WRK-MOTIVO
              MOVE 'N'         TO WRK-SUSPENDER
              MOVE ZEROS       TO WRK-QTD-ATENDER WRK-QTD-PENDENTE
              MOVE 'S'         TO WRK-CAB-OK
              MOVE PED-NUMERO  TO WRK-CAB-NUMERO
              MOVE PED-CLIENTE TO WRK-CAB-CLIENTE
              MOVE PED-DATA    TO WRK-CAB-DATA
              MOVE PED-UF      TO WRK-CAB-UF
              PERFORM 0215-VERIFICAR-CLIENTE
              IF WRK-MOTIVO NOT = SPACES
                 PERFORM 0145-REJEITAR-RETIDO
              ELSE
                 PERFORM 0146-VERIFICAR-CONTAGEM-RETIDO
                 IF WRK-RETIDO-EM-CONTAGEM
                    ADD 1 TO WRK-QTD-RETIDOS-MANT
                 ELSE
                    PERFORM 0148-LIBERAR-RETIDO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Rejeitar o pedido retido inteiro, devolvendo ao
      *          disponivel a quantidade que ficou alocada para ele
      *----------------------------------------------------------------*
       0145-REJEITAR-RETIDO.

           PERFORM 0260-REJEITAR-PEDIDO.

           PERFORM VARYING WRK-IDX-LINHA-RETIDO
                   FROM WRK-IDX-RETIDO BY 1
                   UNTIL WRK-IDX-LINHA-RETIDO >= WRK-IDX-FIM-RETIDO
              MOVE WRK-RET-REGISTRO(WRK-IDX-LINHA-RETIDO + 1)
                TO PEDIDO-REG
              PERFORM 0147-DEVOLVER-ALOCACAO
              PERFORM 0260-REJEITAR-PEDIDO
           END-PERFORM.

           PERFORM 0149-BAIXAR-RETIDO.
      *----------------------------------------------------------------*
       0146-VERIFICAR-CONTAGEM-RETIDO.

           MOVE 'N' TO WRK-RETIDO-CONTAGEM.
           PERFORM VARYING WRK-IDX-LINHA-RETIDO
                   FROM WRK-IDX-RETIDO BY 1
                   UNTIL WRK-IDX-LINHA-RETIDO >= WRK-IDX-FIM-RETIDO
                      OR WRK-RETIDO-EM-CONTAGEM
              MOVE WRK-RET-REGISTRO(WRK-IDX-LINHA-RETIDO + 1)
                TO PEDIDO-REG
              MOVE PED-PRODUTO TO EST-CODIGO
              READ ESTOQUE-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-ESTOQ-OK
                 IF NOT EST-SEM-CONTAGEM
                    MOVE 'S' TO WRK-RETIDO-CONTAGEM
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0147-DEVOLVER-ALOCACAO.

           MOVE PED-PRODUTO TO EST-CODIGO.
           READ ESTOQUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-ESTOQ-OK
              IF EST-SALDO-ALOCADO >= PED-QUANTIDADE
                 SUBTRACT PED-QUANTIDADE FROM EST-SALDO-ALOCADO
              ELSE
                 MOVE ZEROS TO EST-SALDO-ALOCADO
              END-IF
              REWRITE ESTOQUE-REG
              CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'REWRITE' FS-ESTOQ
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Pedido liberado da contagem volta ao PEDACEIT.DAT
      *          como estava, sem nova alocacao; o cabecalho sai uma
      *          unica vez, como na reapresentacao de backorder
      *----------------------------------------------------------------*
       0148-LIBERAR-RETIDO.

           MOVE WRK-RET-REGISTRO(WRK-IDX-RETIDO) TO PEDIDO-REG.
           MOVE 'N' TO WRK-NUMERO-JA-VISTO.
           PERFORM VARYING WRK-IDX-NUMERO FROM 1 BY 1
                   UNTIL WRK-IDX-NUMERO > WRK-QTD-NUMEROS
                      OR WRK-NUMERO-DUPLICADO
              IF WRK-NUMERO-VISTO(WRK-IDX-NUMERO) = PED-NUMERO
                 MOVE 'S' TO WRK-NUMERO-JA-VISTO
              END-IF
           END-PERFORM.

           IF NOT WRK-NUMERO-DUPLICADO
              IF WRK-QTD-NUMEROS >= WRK-MAX-NUMEROS
                 DISPLAY 'TABELA DE NUMEROS DE PEDIDO ESGOTADA ('
                         WRK-MAX-NUMEROS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-NUMEROS
              MOVE PED-NUMERO TO WRK-NUMERO-VISTO(WRK-QTD-NUMEROS)
              PERFORM 0150-GRAVAR-ACEITO-RETIDO
           END-IF.

           PERFORM VARYING WRK-IDX-LINHA-RETIDO
                   FROM WRK-IDX-RETIDO BY 1
                   UNTIL WRK-IDX-LINHA-RETIDO >= WRK-IDX-FIM-RETIDO
              MOVE WRK-RET-REGISTRO(WRK-IDX-LINHA-RETIDO + 1)
                TO PEDIDO-REG
              PERFORM 0150-GRAVAR-ACEITO-RETIDO
           END-PERFORM.

           ADD 1 TO WRK-QTD-RETIDOS-LIBER.
           PERFORM 0149-BAIXAR-RETIDO.
      *----------------------------------------------------------------*
      *          Tirar o pedido (cabecalho e itens) do PEDRETID.DAT
      *----------------------------------------------------------------*
       0149-BAIXAR-RETIDO.

           PERFORM VARYING WRK-IDX-LINHA-RETIDO
                   FROM WRK-IDX-RETIDO BY 1
                   UNTIL WRK-IDX-LINHA-RETIDO > WRK-IDX-FIM-RETIDO
              MOVE 'S' TO WRK-RET-SITUACAO(WRK-IDX-LINHA-RETIDO)
           END-PERFORM.
      *----------------------------------------------------------------*
       0150-GRAVAR-ACEITO-RETIDO.

           MOVE PEDIDO-REG TO PAC-REG.
           WRITE PAC-REG.
           CALL 'PROGCOBU1' USING 'PEDACEIT.DAT' 'WRITE' FS-ACEIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-LIMPOS.
      *----------------------------------------------------------------*
      *          Validar o pedido lido e separar limpo de rejeitado
      *          (ou suspenso aguardando liberacao de preco)
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'N'    TO WRK-SUSPENDER.
           MOVE ZEROS  TO WRK-QTD-ATENDER WRK-QTD-PENDENTE.

           EVALUATE TRUE
              WHEN PED-REG-CABECALHO
                 MOVE 'TIPO REG INVAL.' TO WRK-MOTIVO
           END-EVALUATE.

           PERFORM 0245-DESTINAR-PEDIDO.

           PERFORM 0110-LER-PEDIDO.
      *----------------------------------------------------------------*
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'CLIENTE INVAL. ' TO WRK-MOTIVO
               NOT INVALID KEY
                   IF CLI-BLOQUEADO-TRIAGEM
                      MOVE 'CLIENTE BLOQ.  ' TO WRK-MOTIVO
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
       0220-VERIFICAR-UF.
           END-IF.
      *----------------------------------------------------------------*
      *          Produto desconhecido no PRODUCT-MASTER rejeita;
      *          valor fora da banda de tolerancia sobre o preco
      *          esperado do cliente (tabela de precos do cliente
      *          ou, sem tabela, o preco de lista) suspende o pedido
      *          para liberacao de SUPERVISOR, exceto se ja liberado
      *          no PEDLIBER.DAT
      *----------------------------------------------------------------*
       0235-VERIFICAR-PRODUTO.

           END-READ.

           IF WRK-MOTIVO = SPACES
              CALL 'PROGCOBU8' USING PED-CLIENTE PED-PRODUTO
                   PED-QUANTIDADE WRK-CAB-DATA
                   WRK-U8-PRECO-LISTA WRK-U8-PRECO-CLIENTE
                   WRK-U8-DESCONTO-PCT WRK-U8-ORIGEM
              IF WRK-U8-ORIGEM = 'N'
                 MOVE PRD-PRECO-LISTA TO WRK-U8-PRECO-CLIENTE
              END-IF
              COMPUTE WRK-PRECO-MINIMO =
                      WRK-U8-PRECO-CLIENTE *
                      (1 - (WRK-TOLERANCIA-PCT / 100))
              COMPUTE WRK-PRECO-MAXIMO-TOL =
                      WRK-U8-PRECO-CLIENTE *
                      (1 + (WRK-TOLERANCIA-PCT / 100))
              IF PED-VALOR < WRK-PRECO-MINIMO
                 OR PED-VALOR > WRK-PRECO-MAXIMO-TOL
                      MOVE 'PROD. S/ ESTOQ.' TO WRK-MOTIVO
              END-READ
              IF WRK-MOTIVO = SPACES
                 COMPUTE WRK-QTD-DISPONIVEL =
                         EST-SALDO-FISICO - EST-SALDO-ALOCADO
                 IF WRK-QTD-DISPONIVEL < PED-QUANTIDADE
                    IF WRK-QTD-DISPONIVEL > ZEROS
                       MOVE WRK-QTD-DISPONIVEL TO WRK-QTD-ATENDER
                    ELSE
                       MOVE ZEROS TO WRK-QTD-ATENDER
                    END-IF
                    COMPUTE WRK-QTD-PENDENTE =
                            PED-QUANTIDADE - WRK-QTD-ATENDER
                 ELSE
                    MOVE PED-QUANTIDADE TO WRK-QTD-ATENDER
                 END-IF
              END-IF
           END-IF.
                 MOVE 'PESO FORA LIM. ' TO WRK-MOTIVO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Destino do registro criticado: rejeitado, suspenso
      *          para liberacao de preco ou aceito; do item sem saldo
      *          suficiente a parte descoberta vai para o backorder e
      *          so a parte coberta e aceita
      *----------------------------------------------------------------*
       0245-DESTINAR-PEDIDO.

           EVALUATE TRUE
              WHEN WRK-MOTIVO NOT = SPACES
                 PERFORM 0260-REJEITAR-PEDIDO
              WHEN WRK-PEDIDO-SUSPENSO
                 PERFORM 0270-SUSPENDER-PEDIDO
              WHEN PED-REG-ITEM AND WRK-QTD-PENDENTE > ZEROS
                 PERFORM 0280-GRAVAR-BACKORDER
                 IF WRK-QTD-ATENDER > ZEROS
                    PERFORM 0250-ACEITAR-PEDIDO
                 END-IF
              WHEN OTHER
                 PERFORM 0250-ACEITAR-PEDIDO
           END-EVALUATE.
      *----------------------------------------------------------------*
       0250-ACEITAR-PEDIDO.

           IF PED-REG-ITEM AND WRK-QTD-PENDENTE > ZEROS
              COMPUTE PED-PESO ROUNDED =
                      PED-PESO - WRK-PESO-PENDENTE
              MOVE WRK-QTD-ATENDER TO PED-QUANTIDADE
           END-IF.

           MOVE PEDIDO-REG TO PAC-REG.
           WRITE PAC-REG.
           CALL 'PROGCOBU1' USING 'PEDACEIT.DAT' 'WRITE' FS-ACEIT
           MOVE PED-VALOR       TO PSU-VALOR.
           MOVE PED-PESO        TO PSU-PESO.
           MOVE PRD-PRECO-LISTA TO PSU-PRECO-LISTA.
           MOVE WRK-U8-PRECO-CLIENTE TO PSU-PRECO-CLIENTE.
           MOVE 'PRECO FORA TOL.' TO PSU-MOTIVO.
           WRITE PEDIDO-SUSPENSO-REG.
           CALL 'PROGCOBU1' USING 'PEDSUSP.DAT' 'WRITE' FS-SUSPE
           END-IF.
           ADD 1 TO WRK-QTD-SUSPENSOS.
      *----------------------------------------------------------------*
      *          Gravar na fila BACKORD.DAT a quantidade sem saldo,
      *          com a data original do pedido e o peso proporcional;
      *          linha que ja estava na fila tem a quantidade somada
      *----------------------------------------------------------------*
       0280-GRAVAR-BACKORDER.

           COMPUTE WRK-PESO-PENDENTE ROUNDED =
                   PED-PESO * WRK-QTD-PENDENTE / PED-QUANTIDADE.

           MOVE PED-PRODUTO       TO BKO-PRODUTO.
           MOVE WRK-CAB-DATA      TO BKO-DATA-PEDIDO.
           MOVE PED-NUMERO        TO BKO-NUMERO.
           MOVE PED-ITEM          TO BKO-ITEM.
           READ BACKORDER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-BACKO-OK
              ADD WRK-QTD-PENDENTE  TO BKO-QUANTIDADE
              ADD WRK-PESO-PENDENTE TO BKO-PESO
              REWRITE BACKORDER-REG
              CALL 'PROGCOBU1' USING 'BACKORD.DAT' 'REWRITE' FS-BACKO
                   WRK-ABEND
           ELSE
              MOVE PED-CLIENTE       TO BKO-CLIENTE
              MOVE WRK-CAB-UF        TO BKO-UF
              MOVE PED-CATEGORIA     TO BKO-CATEGORIA
              MOVE WRK-QTD-PENDENTE  TO BKO-QUANTIDADE
              MOVE PED-VALOR         TO BKO-VALOR
              MOVE WRK-PESO-PENDENTE TO BKO-PESO
              ACCEPT BKO-DATA-INCLUSAO FROM DATE YYYYMMDD
              WRITE BACKORDER-REG
              CALL 'PROGCOBU1' USING 'BACKORD.DAT' 'WRITE' FS-BACKO
                   WRK-ABEND
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-BACKORDER.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.
           DISPLAY 'PEDIDOS LIMPOS ...... : ' WRK-QTD-LIMPOS.
           DISPLAY 'PEDIDOS REJEITADOS .. : ' WRK-QTD-REJEITADOS.
           DISPLAY 'PEDIDOS SUSPENSOS ... : ' WRK-QTD-SUSPENSOS.
           DISPLAY 'ITENS EM BACKORDER .. : ' WRK-QTD-BACKORDER.
           DISPLAY 'BACKORDERS REAPRES. . : ' WRK-QTD-REAPRESENTADOS.
           DISPLAY 'RETIDOS LIBERADOS ... : ' WRK-QTD-RETIDOS-LIBER.
           DISPLAY 'RETIDOS EM CONTAGEM . : ' WRK-QTD-RETIDOS-MANT.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           CLOSE PEDIDOS-FILE FRETE-RATE-FILE PESO-RATE-FILE
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           CLOSE BACKORDER-FILE.
           CALL 'PROGCOBU1' USING 'BACKORD.DAT' 'CLOSE' FS-BACKO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-BKLIB-LIDO
              OPEN OUTPUT BACKORDER-LIBERADOS
              CALL 'PROGCOBU1' USING 'BACKLIB.DAT' 'OPEN' FS-BKLIB
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CLOSE BACKORDER-LIBERADOS
           END-IF.

           IF WRK-RETID-LIDO
              OPEN OUTPUT PEDIDOS-RETIDOS
              CALL 'PROGCOBU1' USING 'PEDRETID.DAT' 'OPEN' FS-RETID
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              PERFORM VARYING WRK-IDX-RETIDO FROM 1 BY 1
                      UNTIL WRK-IDX-RETIDO > WRK-QTD-RETIDOS
                 IF WRK-RET-MANTIDO(WRK-IDX-RETIDO)
                    MOVE WRK-RET-REGISTRO(WRK-IDX-RETIDO) TO PRT-REG
                    WRITE PRT-REG
                    CALL 'PROGCOBU1' USING 'PEDRETID.DAT' 'WRITE'
                         FS-RETID WRK-ABEND
                    IF WRK-DEVE-ABORTAR
                       PERFORM 0900-ABORTAR-PROCESSAMENTO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PEDIDOS-RETIDOS
           END-IF.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
