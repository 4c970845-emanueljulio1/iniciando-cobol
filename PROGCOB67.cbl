      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB67
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Confirmacao de pedidos de compra pelo comprador:
      * percorre as sugestoes de compra do SUGCOMPR.DAT, gravadas
      * pelo relatorio de ressuprimento do PROGCOB36, exibe cada uma
      * com o disponivel, o ponto e o que ja esta em pedido, e o
      * comprador confirma informando fornecedor (ativo no
      * SUPPLIER-MASTER), quantidade, custo unitario acertado e data
      * prevista de entrega (em branco, o prazo do fornecedor em
      * dias uteis pela ADDDU do PROGCOBU4). Cada linha confirmada
      * entra no PEDCOMPR.DAT como aberta; as linhas do mesmo
      * fornecedor na sessao saem num unico numero de pedido. O
      * comprador precisa ter a acao COMPRAS liberada para o nivel
      * dele na matriz PERMFILE; cada decisao sai no AUDIT-LOG.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS Linha nova do pedido nasce com a quantidade
      *                faturada (PCO-QTD-FATURADA) zerada.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB67.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT SUGESTAO-COMPRA
               ASSIGN TO 'SUGCOMPR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SUGCO.

           SELECT PEDIDO-COMPRA-FILE
               ASSIGN TO 'PEDCOMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCO-CHAVE
               ALTERNATE RECORD KEY IS PCO-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PCOMP.

           SELECT FORNECEDOR-MASTER
               ASSIGN TO 'FORNMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNE.

           SELECT PRODUTO-MASTER
               ASSIGN TO 'PRODMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS FS-PRODU.

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
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  SUGESTAO-COMPRA.
       COPY SUGCOREG.

       FD  PEDIDO-COMPRA-FILE.
       COPY PEDCOREG.

       FD  FORNECEDOR-MASTER.
       COPY FORNREG.

       FD  PRODUTO-MASTER.
       COPY PRODREG.

       FD  USER-MASTER-FILE.
       COPY USERMREG.

       FD  PERMISSION-FILE.
       COPY PERMIREG.

       FD  AUDIT-LOG.
       01  AUD-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SUGCO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FORNE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRODU==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERMI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==AUDIT==.

       COPY AUDITREG.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-FIM-SUGESTOES        PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-SUGESTOES           VALUE 'S'.
       77  WRK-FIM-PEDIDOS          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PEDIDOS             VALUE 'S'.

       77  WRK-COMPRADOR            PIC X(20)     VALUE SPACES.
       77  WRK-NIVEL-COMPRADOR      PIC 9(02)     VALUE ZEROS.
       77  WRK-COMPRADOR-OK         PIC X(01)     VALUE 'N'.
           88  WRK-COMPRADOR-AUTORIZADO            VALUE 'S'.
       77  WRK-DECISAO              PIC X(01)     VALUE 'N'.
           88  WRK-DECISAO-CONFIRMAR               VALUE 'S'.
       77  WRK-LINHA-VALIDA         PIC X(01)     VALUE 'N'.
           88  WRK-LINHA-OK                        VALUE 'S'.

       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-COMPLETA        PIC 9(08)     VALUE ZEROS.
       77  WRK-FORNECEDOR           PIC 9(05)     VALUE ZEROS.
       77  WRK-QUANTIDADE           PIC 9(06)     VALUE ZEROS.
       77  WRK-CUSTO-UNITARIO       PIC 9(06)V99  VALUE ZEROS.
       77  WRK-DATA-PREVISTA        PIC 9(08)     VALUE ZEROS.
       77  WRK-ULTIMO-PEDIDO        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-CONFIRMADAS      PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-RECUSADAS        PIC 9(04)     VALUE ZEROS.

       77  WRK-U4-HORA-1            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-HORA-2            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-QTD-DIAS          PIC 9(03)     VALUE ZEROS.
       77  WRK-U4-RESULTADO         PIC S9(09)    VALUE ZEROS.
       77  WRK-U4-UF                PIC X(02)     VALUE SPACES.

       77  WRK-MAX-FORNECEDORES     PIC 9(02)     VALUE 50.
       77  WRK-QTD-FORNECEDORES     PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-FORNECEDOR       PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-POS-FORNECEDOR       PIC 9(02)  COMP  VALUE ZEROS.
       01  WRK-TABELA-PEDIDOS-SESSAO.
           03  WRK-PCS OCCURS 50 TIMES.
               05  WRK-PCS-FORNECEDOR PIC 9(05).
               05  WRK-PCS-NUMERO     PIC 9(06).
               05  WRK-PCS-ULT-LINHA  PIC 9(02).
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-COMPRADOR-AUTORIZADO
              PERFORM 0200-PROCESSAR UNTIL WRK-NAO-HA-MAIS-SUGESTOES
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL    FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.

           OPEN INPUT SUGESTAO-COMPRA.
           IF FS-SUGCO = '35'
              DISPLAY 'SEM SUGESTOES DE COMPRA (SUGCOMPR.DAT '
                      'AUSENTE).'
              MOVE 'S' TO WRK-FIM-SUGESTOES
           ELSE
              CALL 'PROGCOBU1' USING 'SUGCOMPR.DAT' 'OPEN' FS-SUGCO
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
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

           OPEN INPUT FORNECEDOR-MASTER.
           CALL 'PROGCOBU1' USING 'FORNMAST.DAT' 'OPEN' FS-FORNE
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

           PERFORM 0110-IDENTIFICAR-COMPRADOR.

           IF WRK-COMPRADOR-AUTORIZADO
              PERFORM 0120-LOCALIZAR-ULTIMO-PEDIDO
              IF NOT WRK-NAO-HA-MAIS-SUGESTOES
                 PERFORM 0130-LER-SUGESTAO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          O comprador precisa estar no USER-MASTER, com a
      *          conta liberada e a acao COMPRAS liberada na matriz
      *----------------------------------------------------------------*
       0110-IDENTIFICAR-COMPRADOR.

           DISPLAY 'COMPRADOR ................ : '.
           ACCEPT WRK-COMPRADOR.

           MOVE WRK-COMPRADOR TO USR-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-USERM-NAO-ENCONTRADO
              DISPLAY 'USUARIO NAO CADASTRADO.'
           ELSE
              MOVE USR-NIVEL TO WRK-NIVEL-COMPRADOR
              IF USR-CONTA-BLOQUEADA
                 DISPLAY 'CONTA DO USUARIO BLOQUEADA.'
              ELSE
                 MOVE USR-NIVEL   TO PRM-NIVEL
                 MOVE 'COMPRAS'   TO PRM-ACAO
                 READ PERMISSION-FILE
                     INVALID KEY
                         MOVE 'N' TO PRM-PERMITIDO
                 END-READ
                 IF PRM-ACAO-LIBERADA
                    MOVE 'S' TO WRK-COMPRADOR-OK
                 ELSE
                    DISPLAY 'ACAO COMPRAS NAO LIBERADA NA MATRIZ.'
                 END-IF
              END-IF
           END-IF.

           IF NOT WRK-COMPRADOR-AUTORIZADO
              MOVE 'NEGADO' TO AUD-RESULTADO
              PERFORM 0290-GRAVAR-AUDITORIA
           END-IF.
      *----------------------------------------------------------------*
      *          O proximo numero de pedido de compra parte do maior
      *          numero ja gravado no PEDCOMPR.DAT
      *----------------------------------------------------------------*
       0120-LOCALIZAR-ULTIMO-PEDIDO.

           MOVE ZEROS TO WRK-ULTIMO-PEDIDO.
           MOVE 'N'   TO WRK-FIM-PEDIDOS.
           MOVE ZEROS TO PCO-CHAVE.
           START PEDIDO-COMPRA-FILE
               KEY IS NOT LESS THAN PCO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PEDIDOS
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-PEDIDOS
              READ PEDIDO-COMPRA-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-PEDIDOS
              END-READ
              IF NOT WRK-NAO-HA-MAIS-PEDIDOS
                 MOVE PCO-NUMERO TO WRK-ULTIMO-PEDIDO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0130-LER-SUGESTAO.

           READ SUGESTAO-COMPRA
               AT END
                   MOVE 'S' TO WRK-FIM-SUGESTOES
           END-READ.

           IF NOT WRK-NAO-HA-MAIS-SUGESTOES
              CALL 'PROGCOBU1' USING 'SUGCOMPR.DAT' 'READ' FS-SUGCO
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Exibir a sugestao e decidir a confirmacao
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           MOVE SGC-PRODUTO TO PRD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO PRD-DESCRICAO
           END-READ.

           DISPLAY '------------------------------------'.
           DISPLAY 'PRODUTO ........ : ' SGC-PRODUTO.
           DISPLAY 'DESCRICAO ...... : ' PRD-DESCRICAO.
           DISPLAY 'DISPONIVEL ..... : ' SGC-DISPONIVEL.
           DISPLAY 'PONTO .......... : ' SGC-PONTO-RESSUPRIMENTO.
           DISPLAY 'JA EM PEDIDO ... : ' SGC-QTD-EM-PEDIDO.
           DISPLAY 'SUGERIDO ....... : ' SGC-QTD-SUGERIDA.
           DISPLAY 'CONFIRMAR PEDIDO DE COMPRA (S/N) ? '.
           ACCEPT WRK-DECISAO.

           IF WRK-DECISAO-CONFIRMAR
              PERFORM 0210-INFORMAR-LINHA
           ELSE
              MOVE 'N' TO WRK-LINHA-VALIDA
           END-IF.

           IF WRK-LINHA-OK
              PERFORM 0220-NUMERAR-LINHA
              PERFORM 0230-GRAVAR-LINHA
              MOVE 'CONFIRMA' TO AUD-RESULTADO
           ELSE
              ADD 1 TO WRK-QTD-RECUSADAS
              MOVE 'RECUSADO' TO AUD-RESULTADO
           END-IF.
           PERFORM 0290-GRAVAR-AUDITORIA.

           PERFORM 0130-LER-SUGESTAO.
      *----------------------------------------------------------------*
      *          Fornecedor ativo, quantidade (zero fica a sugerida),
      *          custo acertado e data prevista (zero fica o prazo
      *          do fornecedor em dias uteis)
      *----------------------------------------------------------------*
       0210-INFORMAR-LINHA.

           MOVE 'S' TO WRK-LINHA-VALIDA.

           DISPLAY 'FORNECEDOR ............... : '.
           ACCEPT WRK-FORNECEDOR.
           MOVE WRK-FORNECEDOR TO FOR-CODIGO.
           READ FORNECEDOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-FORNE-NAO-ENCONTRADO
              DISPLAY 'FORNECEDOR NAO CADASTRADO: SUGESTAO MANTIDA.'
              MOVE 'N' TO WRK-LINHA-VALIDA
           ELSE
              IF NOT FOR-ATIVO
                 DISPLAY 'FORNECEDOR INATIVO: SUGESTAO MANTIDA.'
                 MOVE 'N' TO WRK-LINHA-VALIDA
              END-IF
           END-IF.

           IF WRK-LINHA-OK
              DISPLAY 'QUANTIDADE (ZERO = SUGERIDA) : '
              ACCEPT WRK-QUANTIDADE
              IF WRK-QUANTIDADE = ZEROS
                 MOVE SGC-QTD-SUGERIDA TO WRK-QUANTIDADE
              END-IF
              DISPLAY 'CUSTO UNITARIO ACERTADO .. : '
              ACCEPT WRK-CUSTO-UNITARIO
              IF WRK-CUSTO-UNITARIO = ZEROS
                 DISPLAY 'CUSTO UNITARIO ZERADO: SUGESTAO MANTIDA.'
                 MOVE 'N' TO WRK-LINHA-VALIDA
              END-IF
           END-IF.

           IF WRK-LINHA-OK
              DISPLAY 'DATA PREVISTA AAAAMMDD (ZERO = PRAZO) : '
              ACCEPT WRK-DATA-PREVISTA
              IF WRK-DATA-PREVISTA = ZEROS
                 MOVE FOR-PRAZO-ENTREGA TO WRK-U4-QTD-DIAS
                 CALL 'PROGCOBU4' USING 'ADDDU '
                      WRK-DATA-ATUAL WRK-U4-HORA-1
                      WRK-DATA-PREVISTA WRK-U4-HORA-2
                      WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF
              END-IF
              IF WRK-DATA-PREVISTA < WRK-DATA-ATUAL
                 DISPLAY 'DATA PREVISTA NO PASSADO: SUGESTAO '
                         'MANTIDA.'
                 MOVE 'N' TO WRK-LINHA-VALIDA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Linhas do mesmo fornecedor na sessao vao para o
      *          mesmo pedido; fornecedor novo (ou pedido com 99
      *          linhas) abre o proximo numero
      *----------------------------------------------------------------*
       0220-NUMERAR-LINHA.

           MOVE ZEROS TO WRK-POS-FORNECEDOR.
           PERFORM VARYING WRK-IDX-FORNECEDOR FROM 1 BY 1
                   UNTIL WRK-IDX-FORNECEDOR > WRK-QTD-FORNECEDORES
                      OR WRK-POS-FORNECEDOR > ZEROS
              IF WRK-PCS-FORNECEDOR(WRK-IDX-FORNECEDOR) =
                 WRK-FORNECEDOR
                 AND WRK-PCS-ULT-LINHA(WRK-IDX-FORNECEDOR) < 99
                 MOVE WRK-IDX-FORNECEDOR TO WRK-POS-FORNECEDOR
              END-IF
           END-PERFORM.

           IF WRK-POS-FORNECEDOR = ZEROS
              IF WRK-QTD-FORNECEDORES >= WRK-MAX-FORNECEDORES
                 DISPLAY 'TABELA DE PEDIDOS DA SESSAO ESGOTADA ('
                         WRK-MAX-FORNECEDORES ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-FORNECEDORES
              MOVE WRK-QTD-FORNECEDORES TO WRK-POS-FORNECEDOR
              ADD 1 TO WRK-ULTIMO-PEDIDO
              MOVE WRK-FORNECEDOR
                TO WRK-PCS-FORNECEDOR(WRK-POS-FORNECEDOR)
              MOVE WRK-ULTIMO-PEDIDO
                TO WRK-PCS-NUMERO(WRK-POS-FORNECEDOR)
              MOVE ZEROS
                TO WRK-PCS-ULT-LINHA(WRK-POS-FORNECEDOR)
           END-IF.

           ADD 1 TO WRK-PCS-ULT-LINHA(WRK-POS-FORNECEDOR).
      *----------------------------------------------------------------*
       0230-GRAVAR-LINHA.

           MOVE WRK-PCS-NUMERO(WRK-POS-FORNECEDOR)    TO PCO-NUMERO.
           MOVE WRK-PCS-ULT-LINHA(WRK-POS-FORNECEDOR) TO PCO-LINHA.
           MOVE WRK-FORNECEDOR     TO PCO-FORNECEDOR.
           MOVE SGC-PRODUTO        TO PCO-PRODUTO.
           MOVE WRK-QUANTIDADE     TO PCO-QTD-PEDIDA.
           MOVE ZEROS              TO PCO-QTD-RECEBIDA
                                      PCO-QTD-FATURADA
                                      PCO-DATA-ULT-RECEB.
           MOVE WRK-CUSTO-UNITARIO TO PCO-CUSTO-UNITARIO.
           MOVE WRK-DATA-ATUAL     TO PCO-DATA-EMISSAO.
           MOVE WRK-DATA-PREVISTA  TO PCO-DATA-PREVISTA.
           MOVE WRK-COMPRADOR      TO PCO-COMPRADOR.
           MOVE 'A'                TO PCO-SITUACAO.

           WRITE PEDIDO-COMPRA-REG.
           CALL 'PROGCOBU1' USING 'PEDCOMPR.DAT' 'WRITE' FS-PCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           ADD 1 TO WRK-QTD-CONFIRMADAS.
           DISPLAY 'PEDIDO DE COMPRA ' PCO-NUMERO ' LINHA '
                   PCO-LINHA ' PREVISTO PARA ' PCO-DATA-PREVISTA.
      *----------------------------------------------------------------*
      *          Gravar no AUDIT-LOG a decisao do comprador
      *----------------------------------------------------------------*
       0290-GRAVAR-AUDITORIA.

           MOVE WRK-DATA-ATUAL          TO AUD-DATA.
           MOVE WRK-HORA-COMPLETA(1:6)  TO AUD-HORA.
           MOVE WRK-COMPRADOR           TO AUD-USUARIO.
           MOVE WRK-NIVEL-COMPRADOR     TO AUD-NIVEL.
           MOVE 'COMPRAS'               TO AUD-ACAO.

           MOVE AUDIT-REG TO AUD-LINHA.
           WRITE AUD-LINHA.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'WRITE' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF FS-SUGCO-OK OR FS-SUGCO-FIM
              CLOSE SUGESTAO-COMPRA
           END-IF.
           CLOSE PEDIDO-COMPRA-FILE FORNECEDOR-MASTER PRODUTO-MASTER
                 USER-MASTER-FILE PERMISSION-FILE AUDIT-LOG.
           CALL 'PROGCOBU1' USING 'PEDCOMPR.DAT' 'CLOSE' FS-PCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'CLOSE' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'LINHAS CONFIRMADAS  ' WRK-QTD-CONFIRMADAS.
           DISPLAY 'SUGESTOES RECUSADAS ' WRK-QTD-RECUSADAS.
           DISPLAY 'PEDIDOS EMITIDOS    ' WRK-QTD-FORNECEDORES.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
