      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB69
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Digitacao e conferencia das notas fiscais de
      * fornecedor (conferencia de tres vias): inclui no CTAPAGAR.DAT
      * os itens da carga NFFORENT.DAT e confere cada item digitado
      * ou retido contra a linha do pedido de compra (PEDCOMPR.DAT:
      * fornecedor, produto e custo unitario acertado) e contra a
      * quantidade efetivamente recebida na trilha MOVESTOQ.DAT
      * (entradas 'E' com o pedido em MOV-ORIGEM), descontado o que
      * ja foi faturado em notas anteriores. Item conferido sai
      * liberado para a rodada de pagamento do PROGCOB70; divergente
      * (preco, quantidade ou sem recebimento) fica retido com o
      * motivo na lista NFRETIDA.REL e volta a ser conferido na
      * proxima rodada. O valor liberado entra no GLLANCTO.DAT como
      * origem COMPRA (estoque contra fornecedores a pagar) para o
      * diario do PROGCOB14.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB69.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT NOTA-FORNECEDOR-ENTRADA
               ASSIGN TO 'NFFORENT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NFENT.

           SELECT CONTAS-A-PAGAR
               ASSIGN TO 'CTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS FS-CTPAG.

           SELECT PEDIDO-COMPRA-FILE
               ASSIGN TO 'PEDCOMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCO-CHAVE
               ALTERNATE RECORD KEY IS PCO-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS FS-PCOMP.

           SELECT MOVIMENTO-ESTOQUE
               ASSIGN TO 'MOVESTOQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT GL-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT RETENCAO-REPORT
               ASSIGN TO 'NFRETIDA.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  NOTA-FORNECEDOR-ENTRADA.
       COPY NFFENREG.

       FD  CONTAS-A-PAGAR.
       COPY CTAPGREG.

       FD  PEDIDO-COMPRA-FILE.
       COPY PEDCOREG.

       FD  MOVIMENTO-ESTOQUE.
       COPY MOVESTRE.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  RETENCAO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NFENT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CTPAG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==MOVES==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-RODADA          PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-MAX-RECEBIDOS        PIC 9(04)     VALUE 2000.
       77  WRK-QTD-RECEBIDOS        PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-RECEBIDO         PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-POS-RECEBIDO         PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-RECEBIDOS.
           03  WRK-REC OCCURS 2000 TIMES.
               05  WRK-REC-PEDIDO     PIC 9(06).
               05  WRK-REC-LINHA      PIC 9(02).
               05  WRK-REC-QUANTIDADE PIC 9(07).

       77  WRK-QTD-RECEBIDA         PIC 9(07)     VALUE ZEROS.
       77  WRK-SALDO-A-FATURAR      PIC S9(07)    VALUE ZEROS.
       77  WRK-MOTIVO               PIC X(20)     VALUE SPACES.

       77  WRK-QTD-DIGITADOS        PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-DUPLICADOS       PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-CONFERIDOS       PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-LIBERADOS        PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-RETIDOS          PIC 9(05)     VALUE ZEROS.
       77  WRK-VALOR-LIBERADO       PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-RETIDO         PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED             PIC Z.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0120-INCLUIR-NOTAS THRU 0120-SAIDA.
           PERFORM 0200-PROCESSAR.
           PERFORM 0250-LANCAR-COMPRAS.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'NFFORNEC  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'CONFERENCIA DE NOTAS DE FORNECEDOR NAO '
                      'AUTORIZADA. PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O CONTAS-A-PAGAR.
           IF FS-CTPAG = '35'
              OPEN OUTPUT CONTAS-A-PAGAR
              CLOSE CONTAS-A-PAGAR
              OPEN I-O CONTAS-A-PAGAR
           END-IF.
           CALL 'PROGCOBU1' USING 'CTAPAGAR.DAT' 'OPEN' FS-CTPAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O PEDIDO-COMPRA-FILE.
           CALL 'PROGCOBU1' USING 'PEDCOMPR.DAT' 'OPEN' FS-PCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT RETENCAO-REPORT.
           CALL 'PROGCOBU1' USING 'NFRETIDA.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'LISTA DE RETENCAO - NOTAS DE FORNECEDOR - '
                  WRK-DATA-RODADA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FORN. NOTA      IT PEDIDO    '
                  '          VALOR MOTIVO'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0110-CARREGAR-RECEBIMENTOS.
      *----------------------------------------------------------------*
      *          Somar por linha de pedido as entradas 'E' da trilha
      *          MOVESTOQ.DAT que trazem o pedido de compra em
      *          MOV-ORIGEM: e o recebido de fato
      *----------------------------------------------------------------*
       0110-CARREGAR-RECEBIMENTOS.

           OPEN INPUT MOVIMENTO-ESTOQUE.
           IF FS-MOVES = '35'
              DISPLAY 'MOVESTOQ.DAT AUSENTE: NENHUM RECEBIMENTO '
                      'PARA CONFERIR.'
           ELSE
              CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'OPEN' FS-MOVES
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                 READ MOVIMENTO-ESTOQUE
                     AT END
                         MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-REGISTROS
                    AND MOV-ENTRADA
                    AND MOV-ORIGEM-COMPRA
                    PERFORM 0115-SOMAR-RECEBIMENTO
                 END-IF
              END-PERFORM
              CLOSE MOVIMENTO-ESTOQUE
           END-IF.
      *----------------------------------------------------------------*
       0115-SOMAR-RECEBIMENTO.

           MOVE ZEROS TO WRK-POS-RECEBIDO.
           PERFORM VARYING WRK-IDX-RECEBIDO FROM 1 BY 1
                   UNTIL WRK-IDX-RECEBIDO > WRK-QTD-RECEBIDOS
                      OR WRK-POS-RECEBIDO > ZEROS
              IF WRK-REC-PEDIDO(WRK-IDX-RECEBIDO) = MOV-PCO-NUMERO
                 AND WRK-REC-LINHA(WRK-IDX-RECEBIDO) = MOV-PCO-LINHA
                 MOVE WRK-IDX-RECEBIDO TO WRK-POS-RECEBIDO
              END-IF
           END-PERFORM.

           IF WRK-POS-RECEBIDO = ZEROS
              IF WRK-QTD-RECEBIDOS >= WRK-MAX-RECEBIDOS
                 DISPLAY 'TABELA DE RECEBIMENTOS ESGOTADA ('
                         WRK-MAX-RECEBIDOS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-RECEBIDOS
              MOVE WRK-QTD-RECEBIDOS TO WRK-POS-RECEBIDO
              MOVE MOV-PCO-NUMERO
                TO WRK-REC-PEDIDO(WRK-POS-RECEBIDO)
              MOVE MOV-PCO-LINHA
                TO WRK-REC-LINHA(WRK-POS-RECEBIDO)
              MOVE ZEROS
                TO WRK-REC-QUANTIDADE(WRK-POS-RECEBIDO)
           END-IF.

           ADD MOV-QUANTIDADE TO WRK-REC-QUANTIDADE(WRK-POS-RECEBIDO).
      *----------------------------------------------------------------*
      *          Incluir no CTAPAGAR.DAT os itens de nota da carga;
      *          item ja lancado (mesma chave) e recusado
      *----------------------------------------------------------------*
       0120-INCLUIR-NOTAS.

           OPEN INPUT NOTA-FORNECEDOR-ENTRADA.
           IF FS-NFENT = '35'
              DISPLAY 'NFFORENT.DAT AUSENTE: SO AS NOTAS RETIDAS '
                      'SERAO CONFERIDAS.'
              GO TO 0120-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'NFFORENT.DAT' 'OPEN' FS-NFENT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ NOTA-FORNECEDOR-ENTRADA
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 PERFORM 0125-INCLUIR-ITEM
              END-IF
           END-PERFORM.

           CLOSE NOTA-FORNECEDOR-ENTRADA.
           CALL 'PROGCOBU1' USING 'NFFORENT.DAT' 'CLOSE' FS-NFENT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

       0120-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0125-INCLUIR-ITEM.

           MOVE NFE-FORNECEDOR      TO CPG-FORNECEDOR.
           MOVE NFE-NOTA            TO CPG-NOTA.
           MOVE NFE-ITEM            TO CPG-ITEM.
           MOVE NFE-DATA-EMISSAO    TO CPG-DATA-EMISSAO.
           MOVE NFE-DATA-VENCIMENTO TO CPG-DATA-VENCIMENTO.
           IF CPG-DATA-VENCIMENTO = ZEROS
              MOVE NFE-DATA-EMISSAO TO CPG-DATA-VENCIMENTO
           END-IF.
           MOVE NFE-PEDIDO          TO CPG-PEDIDO.
           MOVE NFE-LINHA-PEDIDO    TO CPG-LINHA-PEDIDO.
           MOVE NFE-PRODUTO         TO CPG-PRODUTO.
           MOVE NFE-QUANTIDADE      TO CPG-QUANTIDADE.
           MOVE NFE-PRECO-UNITARIO  TO CPG-PRECO-UNITARIO.
           COMPUTE CPG-VALOR ROUNDED =
                   NFE-QUANTIDADE * NFE-PRECO-UNITARIO.
           MOVE 'D'                 TO CPG-SITUACAO.
           MOVE SPACES              TO CPG-MOTIVO.
           MOVE ZEROS               TO CPG-DATA-LIBERACAO
                                       CPG-DATA-PAGAMENTO.

           WRITE CONTA-PAGAR-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FS-CTPAG-DUPLICADO
              ADD 1 TO WRK-QTD-DUPLICADOS
              MOVE 'ITEM JA LANCADO' TO WRK-MOTIVO
              PERFORM 0280-LISTAR-RETENCAO
           ELSE
              CALL 'PROGCOBU1' USING 'CTAPAGAR.DAT' 'WRITE' FS-CTPAG
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-DIGITADOS
           END-IF.
      *----------------------------------------------------------------*
      *          Percorrer o CTAPAGAR.DAT conferindo os itens
      *          digitados e os que ficaram retidos
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO CPG-CHAVE.
           START CONTAS-A-PAGAR
               KEY IS NOT LESS THAN CPG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ CONTAS-A-PAGAR NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND CPG-A-CONFERIR
                 PERFORM 0210-CONFERIR-ITEM
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Conferencia de tres vias: pedido (fornecedor,
      *          produto, preco), recebimento e saldo a faturar
      *----------------------------------------------------------------*
       0210-CONFERIR-ITEM.

           ADD 1 TO WRK-QTD-CONFERIDOS.
           MOVE SPACES TO WRK-MOTIVO.

           MOVE CPG-PEDIDO       TO PCO-NUMERO.
           MOVE CPG-LINHA-PEDIDO TO PCO-LINHA.
           READ PEDIDO-COMPRA-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-PCOMP-NAO-ENCONTRADO
              MOVE 'PEDIDO INEXISTENTE' TO WRK-MOTIVO
           ELSE
              IF PCO-FORNECEDOR NOT = CPG-FORNECEDOR
                 MOVE 'PEDIDO DE OUTRO FORN' TO WRK-MOTIVO
              ELSE
                 IF PCO-PRODUTO NOT = CPG-PRODUTO
                    MOVE 'PRODUTO DIVERGENTE' TO WRK-MOTIVO
                 ELSE
                    IF CPG-PRECO-UNITARIO NOT = PCO-CUSTO-UNITARIO
                       MOVE 'PRECO DIVERGENTE' TO WRK-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WRK-MOTIVO = SPACES
              PERFORM 0220-APURAR-RECEBIDO
              IF WRK-QTD-RECEBIDA = ZEROS
                 MOVE 'SEM RECEBIMENTO' TO WRK-MOTIVO
              ELSE
                 COMPUTE WRK-SALDO-A-FATURAR =
                         WRK-QTD-RECEBIDA - PCO-QTD-FATURADA
                 IF CPG-QUANTIDADE > WRK-SALDO-A-FATURAR
                    MOVE 'QTD DIVERGENTE' TO WRK-MOTIVO
                 END-IF
              END-IF
           END-IF.

           IF WRK-MOTIVO = SPACES
              PERFORM 0230-LIBERAR-ITEM
           ELSE
              MOVE 'R'        TO CPG-SITUACAO
              MOVE WRK-MOTIVO TO CPG-MOTIVO
              ADD 1           TO WRK-QTD-RETIDOS
              ADD CPG-VALOR   TO WRK-VALOR-RETIDO
              PERFORM 0280-LISTAR-RETENCAO
           END-IF.

           REWRITE CONTA-PAGAR-REG.
           CALL 'PROGCOBU1' USING 'CTAPAGAR.DAT' 'REWRITE' FS-CTPAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0220-APURAR-RECEBIDO.

           MOVE ZEROS TO WRK-QTD-RECEBIDA.
           PERFORM VARYING WRK-IDX-RECEBIDO FROM 1 BY 1
                   UNTIL WRK-IDX-RECEBIDO > WRK-QTD-RECEBIDOS
              IF WRK-REC-PEDIDO(WRK-IDX-RECEBIDO) = CPG-PEDIDO
                 AND WRK-REC-LINHA(WRK-IDX-RECEBIDO) =
                     CPG-LINHA-PEDIDO
                 MOVE WRK-REC-QUANTIDADE(WRK-IDX-RECEBIDO)
                   TO WRK-QTD-RECEBIDA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Item conferido: liberado para pagamento e a
      *          quantidade somada ao faturado da linha do pedido
      *----------------------------------------------------------------*
       0230-LIBERAR-ITEM.

           MOVE 'L'             TO CPG-SITUACAO.
           MOVE SPACES          TO CPG-MOTIVO.
           MOVE WRK-DATA-RODADA TO CPG-DATA-LIBERACAO.
           ADD 1                TO WRK-QTD-LIBERADOS.
           ADD CPG-VALOR        TO WRK-VALOR-LIBERADO.

           ADD CPG-QUANTIDADE TO PCO-QTD-FATURADA.
           REWRITE PEDIDO-COMPRA-REG.
           CALL 'PROGCOBU1' USING 'PEDCOMPR.DAT' 'REWRITE' FS-PCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          O valor liberado na rodada vai para o diario do GL
      *          como origem COMPRA (estoque contra fornecedores a
      *          pagar), lancado pelo PROGCOB14 no fechamento
      *----------------------------------------------------------------*
       0250-LANCAR-COMPRAS.

           IF WRK-VALOR-LIBERADO > ZEROS
              OPEN EXTEND GL-LANCAMENTOS
              IF NOT FS-GLLAN-OK
                 OPEN OUTPUT GL-LANCAMENTOS
              END-IF
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE WRK-DATA-RODADA    TO LAN-DATA
              MOVE 'COMPRA'           TO LAN-ORIGEM
              MOVE SPACES             TO LAN-CENTRO-CUSTO
              MOVE WRK-VALOR-LIBERADO TO LAN-VALOR
              MOVE 'PROGCOB69'        TO LAN-PROGRAMA
              WRITE GL-LANCAMENTO-REG
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CLOSE GL-LANCAMENTOS
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'CLOSE' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0280-LISTAR-RETENCAO.

           MOVE CPG-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING CPG-FORNECEDOR ' ' CPG-NOTA ' ' CPG-ITEM
                  ' PC' CPG-PEDIDO '/' CPG-LINHA-PEDIDO
                  ' ' WRK-VALOR-ED ' ' WRK-MOTIVO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'NFRETIDA.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-RETIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ITENS RETIDOS ..... : ' WRK-QTD-RETIDOS
                  '   VALOR RETIDO ... : ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-LIBERADO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ITENS LIBERADOS ... : ' WRK-QTD-LIBERADOS
                  '   VALOR LIBERADO . : ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           CLOSE CONTAS-A-PAGAR PEDIDO-COMPRA-FILE RETENCAO-REPORT.
           CALL 'PROGCOBU1' USING 'CTAPAGAR.DAT' 'CLOSE' FS-CTPAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'PEDCOMPR.DAT' 'CLOSE' FS-PCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'NFRETIDA.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-VALOR-LIBERADO TO WRK-TOTAL-ED.
           DISPLAY '-------------------'.
           DISPLAY 'ITENS DIGITADOS ..... : ' WRK-QTD-DIGITADOS.
           DISPLAY 'ITENS JA LANCADOS ... : ' WRK-QTD-DUPLICADOS.
           DISPLAY 'ITENS CONFERIDOS .... : ' WRK-QTD-CONFERIDOS.
           DISPLAY 'ITENS LIBERADOS ..... : ' WRK-QTD-LIBERADOS.
           DISPLAY 'ITENS RETIDOS ....... : ' WRK-QTD-RETIDOS.
           DISPLAY 'VALOR LIBERADO ...... : ' WRK-TOTAL-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
