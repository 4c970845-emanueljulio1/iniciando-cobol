      *                (CKP-CLIENTE), como os de filial, para a
      *                linha do dia do CLIHIST.DAT sair completa
      *                tambem numa rodada retomada.
      * 15.10.2026 EAS Incluida a forma de pagamento da venda
      *                (VEN-FORMA-PAGTO/VEN-ADQUIRENTE): forma
      *                desconhecida, ou cartao/PIX sem adquirente,
      *                vai para o VENDREJ.DAT; as vendas de cartao e
      *                PIX sao acumuladas por filial, adquirente e
      *                forma (preservadas no checkpoint) e o
      *                fechamento anexa uma linha datada de cada no
      *                RECEBIV.DAT, base da conciliacao com a
      *                liquidacao das adquirentes do PROGCOB101 e da
      *                parcela so em dinheiro do PROGCOB12.
      * 15.10.2026 EAS Devolucao com referencia a venda original
      *                (VEN-REF-NUMERO/VEN-REF-DATA): referencia em
      *                transacao que nao e devolucao, incompleta ou
      *                com data futura vai para o VENDREJ.DAT; a
      *                devolucao de venda de outro dia segue abatendo
      *                os totais do dia, mas nao o resumo do vendedor,
      *                e e gravada no DEVREF.DAT para o PROGCOB27
      *                estornar a comissao paga na venda original.
      * 15.10.2026 EAS A linha do SALESHIS.DAT passou a levar a filial
      *                do resumo (HIS-FILIAL), base da previsao de
      *                vendas por vendedor e filial do PROGCOB102.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VREJE.

           SELECT DEVOLUCAO-REF-FILE
               ASSIGN TO 'DEVREF.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DEVRF.

           SELECT SALES-HISTORY
               ASSIGN TO 'SALESHIS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VHIST.

           SELECT RECEBIVEIS-FILE
               ASSIGN TO 'RECEBIV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RECBV.

           SELECT BRANCH-MASTER
               ASSIGN TO 'FILMAST.DAT'
               ORGANIZATION IS INDEXED
       FD  VENDAS-REJECT.
       COPY VENDREJ.

       FD  DEVOLUCAO-REF-FILE.
       COPY DEVREFRG.

       FD  SALES-HISTORY.
       COPY VENDHIS.

       FD  RECEBIVEIS-FILE.
       COPY RECEBREG.

       FD  BRANCH-MASTER.
       COPY FILREG.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CHIST==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VREJE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DEVRF==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VHIST==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECBV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FILMA==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
               05  WRK-FIL-QT-CAN     PIC 9(06).
       77  WRK-MOTIVO-REJEICAO       PIC X(15)     VALUE SPACES.
       77  WRK-QT-REJEITADAS         PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-DEVOLUCOES-REF     PIC 9(06)     VALUE ZEROS.
       77  WRK-DEVOLUCAO-REF         PIC X(01)     VALUE 'N'.
           88  WRK-DEVOLUCAO-OUTRO-DIA             VALUE 'S'.
       77  WRK-MAX-NUMEROS           PIC 9(04)     VALUE 5000.
       77  WRK-QTD-NUMEROS           PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-NUMERO            PIC 9(04)  COMP  VALUE ZEROS.
           88  WRK-NUMERO-DUPLICADO                VALUE 'S'.
       01  WRK-TABELA-NUMEROS.
           03  WRK-NUMERO-VISTO      PIC 9(06) OCCURS 5000 TIMES.
       77  WRK-MAX-RECEBIVEIS        PIC 9(02)     VALUE 60.
       77  WRK-QTD-RECEBIVEIS        PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-RECEBIVEL         PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-POS-RECEBIVEL         PIC 9(02)  COMP  VALUE ZEROS.
       01  WRK-TABELA-RECEBIVEIS.
           03  WRK-RECEBIVEL-ENT OCCURS 60 TIMES.
               05  WRK-RCB-FILIAL     PIC X(03).
               05  WRK-RCB-ADQUIRENTE PIC X(03).
               05  WRK-RCB-FORMA      PIC X(01).
               05  WRK-RCB-BRUTO      PIC 9(09)V99.
               05  WRK-RCB-QT         PIC 9(06).
      *----------------------------------------------------------------*
        PROCEDURE             DIVISION.
      *----------------------------------------------------------------*
                         WRK-CONTADOR-REGISTRO
                         WRK-QT-DEVOLUCOES WRK-QT-CANCELAMENTOS
                         WRK-QT-FILIAIS WRK-QT-REJEITADAS
                         WRK-QT-DEVOLUCOES-REF
                         WRK-QTD-NUMEROS WRK-QTD-CLIENTES
                         WRK-QTD-RECEBIVEIS
                         WRK-QT-REG-STOTA WRK-HASH-STOTA
                         WRK-QT-REG-SEXTR WRK-HASH-SEXTR.
           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-ULT-REGISTRO > ZEROS
              OPEN EXTEND DEVOLUCAO-REF-FILE
              IF NOT FS-DEVRF-OK
                 OPEN OUTPUT DEVOLUCAO-REF-FILE
              END-IF
           ELSE
              OPEN OUTPUT DEVOLUCAO-REF-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'DEVREF.DAT' 'OPEN' FS-DEVRF
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0120-AVANCAR-ATE-CHECKPOINT.

           PERFORM 0130-LER-VENDA.
                    MOVE CKP-CLIENTE(WRK-IDX-CLIENTE)
                         TO WRK-CLIENTE-ENT(WRK-IDX-CLIENTE)
                 END-PERFORM
                 MOVE CKP-QTD-RECEBIVEIS   TO WRK-QTD-RECEBIVEIS
                 PERFORM VARYING WRK-IDX-RECEBIVEL FROM 1 BY 1
                         UNTIL WRK-IDX-RECEBIVEL > WRK-QTD-RECEBIVEIS
                    MOVE CKP-RECEBIVEL(WRK-IDX-RECEBIVEL)
                         TO WRK-RECEBIVEL-ENT(WRK-IDX-RECEBIVEL)
                 END-PERFORM
                 DISPLAY 'RETOMANDO DO CHECKPOINT, REGISTRO '
                          WRK-ULT-REGISTRO
              END-IF

           PERFORM 0215-ACUMULAR-FILIAL.
           PERFORM 0216-ACUMULAR-CLIENTE.
           IF VEN-PAGTO-ADQUIRENTE
              PERFORM 0217-ACUMULAR-RECEBIVEL
           END-IF.

           MOVE 'N' TO WRK-DEVOLUCAO-REF.
           IF VEN-TIPO-DEVOLUCAO
              AND VEN-REF-DATA > ZEROS
              AND VEN-REF-DATA < WRK-DATA-RODADA
              MOVE 'S' TO WRK-DEVOLUCAO-REF
           END-IF.
           IF WRK-DEVOLUCAO-OUTRO-DIA
              PERFORM 0218-GRAVAR-DEVOLUCAO-REF
           ELSE
              PERFORM 0210-ATUALIZAR-RESUMO-VENDEDOR
           END-IF.

           IF FUNCTION MOD(WRK-POSICAO-ATUAL, 50) = 0
              PERFORM 0220-GRAVAR-CHECKPOINT
              GO TO 0205-SAIDA
           END-IF.

           IF NOT VEN-PAGTO-DINHEIRO AND NOT VEN-PAGTO-ADQUIRENTE
              MOVE 'FORMA PAGTO INV' TO WRK-MOTIVO-REJEICAO
              GO TO 0205-SAIDA
           END-IF.
           IF VEN-PAGTO-ADQUIRENTE AND VEN-ADQUIRENTE = SPACES
              MOVE 'SEM ADQUIRENTE ' TO WRK-MOTIVO-REJEICAO
              GO TO 0205-SAIDA
           END-IF.

           IF VEN-REF-NUMERO NOT = ZEROS OR VEN-REF-DATA NOT = ZEROS
              IF NOT VEN-TIPO-DEVOLUCAO
                 OR VEN-REF-NUMERO = ZEROS
                 OR VEN-REF-DATA = ZEROS
                 OR VEN-REF-DATA > WRK-DATA-RODADA
                 MOVE 'REF. VENDA INV.' TO WRK-MOTIVO-REJEICAO
                 GO TO 0205-SAIDA
              END-IF
           END-IF.

           IF WRK-QTD-NUMEROS >= WRK-MAX-NUMEROS
              DISPLAY 'TABELA DE NUMEROS DE VENDA ESGOTADA ('
                      WRK-MAX-NUMEROS ').'
           MOVE VEN-CLIENTE  TO VRJ-CLIENTE.
           MOVE VEN-VALOR    TO VRJ-VALOR.
           MOVE VEN-TIPO     TO VRJ-TIPO.
           MOVE VEN-FORMA-PAGTO TO VRJ-FORMA-PAGTO.
           MOVE VEN-ADQUIRENTE  TO VRJ-ADQUIRENTE.
           MOVE VEN-REF-NUMERO  TO VRJ-REF-NUMERO.
           MOVE VEN-REF-DATA    TO VRJ-REF-DATA.
           MOVE WRK-MOTIVO-REJEICAO TO VRJ-MOTIVO.
           WRITE VENDA-REJEITADA-REG.
           CALL 'PROGCOBU1' USING 'VENDREJ.DAT' 'WRITE' FS-VREJE
                 ADD 1 TO WRK-CLH-QT-VENDAS(WRK-IDX-CLIENTE)
           END-EVALUATE.
      *----------------------------------------------------------------*
      *     Acumular a venda de cartao ou PIX no a receber da
      *     filial, adquirente e forma, base do RECEBIV.DAT
      *----------------------------------------------------------------*
       0217-ACUMULAR-RECEBIVEL.

           MOVE ZEROS TO WRK-POS-RECEBIVEL.
           PERFORM VARYING WRK-IDX-RECEBIVEL FROM 1 BY 1
                   UNTIL WRK-IDX-RECEBIVEL > WRK-QTD-RECEBIVEIS
                      OR WRK-POS-RECEBIVEL > ZEROS
              IF WRK-RCB-FILIAL(WRK-IDX-RECEBIVEL) = VEN-FILIAL
                 AND WRK-RCB-ADQUIRENTE(WRK-IDX-RECEBIVEL)
                     = VEN-ADQUIRENTE
                 AND WRK-RCB-FORMA(WRK-IDX-RECEBIVEL)
                     = VEN-FORMA-PAGTO
                 MOVE WRK-IDX-RECEBIVEL TO WRK-POS-RECEBIVEL
              END-IF
           END-PERFORM.
           IF WRK-POS-RECEBIVEL = ZEROS
              IF WRK-QTD-RECEBIVEIS >= WRK-MAX-RECEBIVEIS
                 DISPLAY 'TABELA DE RECEBIVEIS ESGOTADA ('
                         WRK-MAX-RECEBIVEIS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-RECEBIVEIS
              MOVE WRK-QTD-RECEBIVEIS TO WRK-POS-RECEBIVEL
              MOVE VEN-FILIAL
                TO WRK-RCB-FILIAL(WRK-POS-RECEBIVEL)
              MOVE VEN-ADQUIRENTE
                TO WRK-RCB-ADQUIRENTE(WRK-POS-RECEBIVEL)
              MOVE VEN-FORMA-PAGTO
                TO WRK-RCB-FORMA(WRK-POS-RECEBIVEL)
              MOVE ZEROS TO WRK-RCB-BRUTO(WRK-POS-RECEBIVEL)
                            WRK-RCB-QT(WRK-POS-RECEBIVEL)
           END-IF.

           IF VEN-TIPO-DEVOLUCAO OR VEN-TIPO-CANCELAMENTO
              IF VEN-VALOR > WRK-RCB-BRUTO(WRK-POS-RECEBIVEL)
                 MOVE ZEROS TO WRK-RCB-BRUTO(WRK-POS-RECEBIVEL)
              ELSE
                 SUBTRACT VEN-VALOR
                     FROM WRK-RCB-BRUTO(WRK-POS-RECEBIVEL)
              END-IF
           ELSE
              ADD VEN-VALOR TO WRK-RCB-BRUTO(WRK-POS-RECEBIVEL)
              ADD 1         TO WRK-RCB-QT(WRK-POS-RECEBIVEL)
           END-IF.
      *----------------------------------------------------------------*
      *     Devolucao de venda de outro dia: a comissao da venda
      *     original ja foi paga, e o estorno e apurado pelo
      *     PROGCOB27 a partir do DEVREF.DAT
      *----------------------------------------------------------------*
       0218-GRAVAR-DEVOLUCAO-REF.

           MOVE WRK-DATA-RODADA TO DVR-DATA-LANCTO.
           MOVE VEN-NUMERO      TO DVR-NUMERO.
           MOVE VEN-FILIAL      TO DVR-FILIAL.
           MOVE VEN-VENDEDOR    TO DVR-VENDEDOR.
           MOVE VEN-CLIENTE     TO DVR-CLIENTE.
           MOVE VEN-VALOR       TO DVR-VALOR.
           MOVE VEN-REF-NUMERO  TO DVR-REF-NUMERO.
           MOVE VEN-REF-DATA    TO DVR-REF-DATA.
           WRITE DEVOLUCAO-REF-REG.
           CALL 'PROGCOBU1' USING 'DEVREF.DAT' 'WRITE' FS-DEVRF
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QT-DEVOLUCOES-REF.
      *----------------------------------------------------------------*
      *     Le (ou inicia) o resumo do vendedor e grava de volta
      *----------------------------------------------------------------*
       0210-ATUALIZAR-RESUMO-VENDEDOR.
              MOVE WRK-CLIENTE-ENT(WRK-IDX-CLIENTE)
                   TO CKP-CLIENTE(WRK-IDX-CLIENTE)
           END-PERFORM.
           MOVE WRK-QTD-RECEBIVEIS     TO CKP-QTD-RECEBIVEIS.
           PERFORM VARYING WRK-IDX-RECEBIVEL FROM 1 BY 1
                   UNTIL WRK-IDX-RECEBIVEL > WRK-QTD-RECEBIVEIS
              MOVE WRK-RECEBIVEL-ENT(WRK-IDX-RECEBIVEL)
                   TO CKP-RECEBIVEL(WRK-IDX-RECEBIVEL)
           END-PERFORM.

           OPEN OUTPUT CHECKPOINT-FILE.
           CALL 'PROGCOBU1' USING 'CHECKPNT.DAT' 'OPEN' FS-CKPT
           DISPLAY 'DEVOLUCOES           ' WRK-QT-DEVOLUCOES.
           DISPLAY 'CANCELAMENTOS        ' WRK-QT-CANCELAMENTOS.
           DISPLAY 'REJEITADAS           ' WRK-QT-REJEITADAS.
           DISPLAY 'DEVOL. OUTRO DIA     ' WRK-QT-DEVOLUCOES-REF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           CLOSE SALES-TRANS-FILE SALES-SUMMARY-FILE SALESMAN-MASTER
                 VENDAS-REJECT BRANCH-MASTER CUSTOMER-MASTER
                 DEVOLUCAO-REF-FILE.
           CALL 'PROGCOBU1' USING 'SALESTRN.DAT' 'CLOSE' FS-VENDAS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'DEVREF.DAT' 'CLOSE' FS-DEVRF
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *     Extratos usados pela conciliacao bancaria e pelo ranking
      *----------------------------------------------------------------*
                 MOVE RSV-TOTAL       TO HIS-TOTAL
                 MOVE RSV-QTD-VENDAS  TO HIS-QTD-VENDAS
                 MOVE RSV-COMISSAO    TO HIS-COMISSAO
                 MOVE RSV-FILIAL      TO HIS-FILIAL
                 WRITE VENDA-HISTORICO-REG
                 CALL 'PROGCOBU1' USING 'SALESHIS.DAT' 'WRITE'
                      FS-VHIST WRK-ABEND
           END-IF.

           PERFORM 0320-ANEXAR-HISTORICO-CLIENTE.
           PERFORM 0330-ANEXAR-RECEBIVEIS.
      *----------------------------------------------------------------*
      *          Anexar em CLIHIST.DAT uma linha datada por cliente
      *          da rodada, base da analise de compras do PROGCOB56
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Anexar em RECEBIV.DAT uma linha datada por filial,
      *          adquirente e forma de cartao/PIX da rodada, o a
      *          receber conciliado pelo PROGCOB101
      *----------------------------------------------------------------*
       0330-ANEXAR-RECEBIVEIS.

           IF WRK-QTD-RECEBIVEIS = ZEROS
              CONTINUE
           ELSE
              OPEN EXTEND RECEBIVEIS-FILE
              IF NOT FS-RECBV-OK
                 OPEN OUTPUT RECEBIVEIS-FILE
              END-IF
              CALL 'PROGCOBU1' USING 'RECEBIV.DAT' 'OPEN' FS-RECBV
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              PERFORM VARYING WRK-IDX-RECEBIVEL FROM 1 BY 1
                      UNTIL WRK-IDX-RECEBIVEL > WRK-QTD-RECEBIVEIS
                 MOVE WRK-DATA-RODADA TO RCB-DATA-VENDA
                 MOVE WRK-RCB-FILIAL(WRK-IDX-RECEBIVEL)
                   TO RCB-FILIAL
                 MOVE WRK-RCB-ADQUIRENTE(WRK-IDX-RECEBIVEL)
                   TO RCB-ADQUIRENTE
                 MOVE WRK-RCB-FORMA(WRK-IDX-RECEBIVEL)
                   TO RCB-FORMA
                 MOVE WRK-RCB-BRUTO(WRK-IDX-RECEBIVEL)
                   TO RCB-VALOR-BRUTO
                 MOVE WRK-RCB-QT(WRK-IDX-RECEBIVEL)
                   TO RCB-QT-VENDAS
                 WRITE RECEBIVEL-REG
                 CALL 'PROGCOBU1' USING 'RECEBIV.DAT' 'WRITE'
                      FS-RECBV WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
              END-PERFORM
              CLOSE RECEBIVEIS-FILE
              CALL 'PROGCOBU1' USING 'RECEBIV.DAT' 'CLOSE' FS-RECBV
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
