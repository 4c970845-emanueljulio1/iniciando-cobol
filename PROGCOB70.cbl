      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB70
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Rodada de pagamento de fornecedores: percorre o
      * CTAPAGAR.DAT por fornecedor, paga os itens de nota liberados
      * pela conferencia de tres vias do PROGCOB69 com vencimento
      * ate a data da rodada, gera um lote de pagamento por
      * fornecedor em PAGFORN.DAT, imprime o aviso de remessa
      * REMFORN.REL listando cada nota/item coberto e os itens
      * retidos do fornecedor como linhas informativas (fora do
      * pagamento), marca os itens pagos com a data e lanca o total
      * pago no GLLANCTO.DAT como origem PAGFOR (fornecedores a
      * pagar contra caixa) para o diario do PROGCOB14.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB70.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT CONTAS-A-PAGAR
               ASSIGN TO 'CTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS FS-CTPAG.

           SELECT FORNECEDOR-MASTER
               ASSIGN TO 'FORNMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNE.

           SELECT FORNECEDOR-PAGAMENTOS
               ASSIGN TO 'PAGFORN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PGFOR.

           SELECT GL-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT REMESSA-REPORT
               ASSIGN TO 'REMFORN.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  CONTAS-A-PAGAR.
       COPY CTAPGREG.

       FD  FORNECEDOR-MASTER.
       COPY FORNREG.

       FD  FORNECEDOR-PAGAMENTOS.
       COPY PAGFOREG.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  REMESSA-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CTPAG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FORNE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PGFOR==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-RODADA          PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-FORNECEDOR-CORRENTE  PIC 9(05)     VALUE ZEROS.
       77  WRK-CABECALHO-IMPRESSO   PIC X(01)     VALUE 'N'.
           88  WRK-TEM-CABECALHO                   VALUE 'S'.
       77  WRK-VALOR-LOTE           PIC 9(09)V99  VALUE ZEROS.
       77  WRK-QT-ITENS-LOTE        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-LOTES            PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-PAGOS            PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-RETIDOS          PIC 9(05)     VALUE ZEROS.
       77  WRK-TOTAL-PAGO           PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED             PIC Z.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0250-LANCAR-PAGAMENTOS.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'PAGFORNEC ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'RODADA DE PAGAMENTO DE FORNECEDORES NAO '
                      'AUTORIZADA. PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O CONTAS-A-PAGAR.
           CALL 'PROGCOBU1' USING 'CTAPAGAR.DAT' 'OPEN' FS-CTPAG
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

           OPEN OUTPUT FORNECEDOR-PAGAMENTOS.
           CALL 'PROGCOBU1' USING 'PAGFORN.DAT' 'OPEN' FS-PGFOR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT REMESSA-REPORT.
           CALL 'PROGCOBU1' USING 'REMFORN.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Percorrer o CTAPAGAR.DAT na ordem da chave (por
      *          fornecedor), fechando o lote a cada quebra
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
                 IF CPG-FORNECEDOR NOT = WRK-FORNECEDOR-CORRENTE
                    PERFORM 0240-FECHAR-LOTE
                    MOVE CPG-FORNECEDOR TO WRK-FORNECEDOR-CORRENTE
                 END-IF
                 IF CPG-LIBERADA
                    AND CPG-DATA-VENCIMENTO NOT > WRK-DATA-RODADA
                    PERFORM 0210-PAGAR-ITEM
                 END-IF
                 IF CPG-RETIDA
                    PERFORM 0220-LISTAR-RETIDO
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM 0240-FECHAR-LOTE.
      *----------------------------------------------------------------*
       0210-PAGAR-ITEM.

           PERFORM 0230-IMPRIMIR-CABECALHO.

           MOVE CPG-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  NOTA ' CPG-NOTA '/' CPG-ITEM
                  ' PEDIDO ' CPG-PEDIDO '/' CPG-LINHA-PEDIDO
                  ' VENC ' CPG-DATA-VENCIMENTO
                  ' VALOR ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           ADD CPG-VALOR TO WRK-VALOR-LOTE.
           ADD 1         TO WRK-QT-ITENS-LOTE WRK-QTD-PAGOS.

           MOVE 'P'             TO CPG-SITUACAO.
           MOVE WRK-DATA-RODADA TO CPG-DATA-PAGAMENTO.
           REWRITE CONTA-PAGAR-REG.
           CALL 'PROGCOBU1' USING 'CTAPAGAR.DAT' 'REWRITE' FS-CTPAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0220-LISTAR-RETIDO.

           PERFORM 0230-IMPRIMIR-CABECALHO.

           MOVE CPG-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  (R) NOTA ' CPG-NOTA '/' CPG-ITEM
                  ' ' WRK-VALOR-ED ' RETIDA - ' CPG-MOTIVO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-RETIDOS.
      *----------------------------------------------------------------*
      *          Cabecalho do aviso de remessa, impresso so quando
      *          o fornecedor tem item pago ou retido na rodada
      *----------------------------------------------------------------*
       0230-IMPRIMIR-CABECALHO.

           IF NOT WRK-TEM-CABECALHO
              MOVE 'S' TO WRK-CABECALHO-IMPRESSO
              MOVE CPG-FORNECEDOR TO FOR-CODIGO
              READ FORNECEDOR-MASTER
                  INVALID KEY
                      MOVE 'NAO CADASTRADO' TO FOR-NOME
              END-READ
              MOVE ALL '-' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              MOVE SPACES TO REL-LINHA
              STRING 'AVISO DE REMESSA - ' WRK-DATA-RODADA
                     ' - FORNECEDOR ' CPG-FORNECEDOR
                     ' ' FOR-NOME
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          Fechar o lote do fornecedor: total do aviso e o
      *          registro de pagamento no PAGFORN.DAT
      *----------------------------------------------------------------*
       0240-FECHAR-LOTE.

           IF WRK-QT-ITENS-LOTE > ZEROS
              MOVE WRK-VALOR-LOTE TO WRK-VALOR-ED
              MOVE SPACES TO REL-LINHA
              STRING 'TOTAL PAGO ........ : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA

              MOVE WRK-FORNECEDOR-CORRENTE TO PGF-FORNECEDOR
              MOVE WRK-DATA-RODADA         TO PGF-DATA
              MOVE WRK-QT-ITENS-LOTE       TO PGF-QT-ITENS
              MOVE WRK-VALOR-LOTE          TO PGF-VALOR
              WRITE PAGAMENTO-FORNECEDOR-REG
              CALL 'PROGCOBU1' USING 'PAGFORN.DAT' 'WRITE' FS-PGFOR
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1              TO WRK-QTD-LOTES
              ADD WRK-VALOR-LOTE TO WRK-TOTAL-PAGO
           END-IF.

           MOVE 'N'   TO WRK-CABECALHO-IMPRESSO.
           MOVE ZEROS TO WRK-VALOR-LOTE WRK-QT-ITENS-LOTE.
      *----------------------------------------------------------------*
      *          O total pago na rodada vai para o diario do GL como
      *          origem PAGFOR (fornecedores a pagar contra caixa),
      *          lancado pelo PROGCOB14 no fechamento
      *----------------------------------------------------------------*
       0250-LANCAR-PAGAMENTOS.

           IF WRK-TOTAL-PAGO > ZEROS
              OPEN EXTEND GL-LANCAMENTOS
              IF NOT FS-GLLAN-OK
                 OPEN OUTPUT GL-LANCAMENTOS
              END-IF
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE WRK-DATA-RODADA TO LAN-DATA
              MOVE 'PAGFOR'        TO LAN-ORIGEM
              MOVE SPACES          TO LAN-CENTRO-CUSTO
              MOVE WRK-TOTAL-PAGO  TO LAN-VALOR
              MOVE 'PROGCOB70'     TO LAN-PROGRAMA
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
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'REMFORN.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE WRK-TOTAL-PAGO TO WRK-TOTAL-ED.
           DISPLAY '-------------------'.
           DISPLAY 'LOTES DE PAGAMENTO .. : ' WRK-QTD-LOTES.
           DISPLAY 'ITENS PAGOS ......... : ' WRK-QTD-PAGOS.
           DISPLAY 'ITENS RETIDOS ....... : ' WRK-QTD-RETIDOS.
           DISPLAY 'TOTAL PAGO .......... : ' WRK-TOTAL-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           CLOSE CONTAS-A-PAGAR FORNECEDOR-MASTER
                 FORNECEDOR-PAGAMENTOS REMESSA-REPORT.
           CALL 'PROGCOBU1' USING 'CTAPAGAR.DAT' 'CLOSE' FS-CTPAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'PAGFORN.DAT' 'CLOSE' FS-PGFOR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'REMFORN.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
