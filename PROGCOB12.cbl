      *                apareceu hoje sao regravados com o
      *                envelhecimento atualizado em vez de sumirem na
      *                regravacao do arquivo.
      * 15.10.2026 EAS Conciliacao so da parcela em dinheiro: as
      *                vendas de cartao e PIX do dia (RECEBIV.DAT,
      *                anexado pelo PROGCOB09; vale a ultima linha de
      *                cada filial/adquirente/forma) sao abatidas do
      *                total da filial antes do confronto com o
      *                deposito, pois sao creditadas pela adquirente
      *                dias depois e conciliadas pelo PROGCOB101.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BANCO.

           SELECT RECEBIVEIS-FILE
               ASSIGN TO 'RECEBIV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RECBV.

           SELECT BANK-OPEN-ITEMS
               ASSIGN TO 'BANKOPEN.DAT'
               ORGANIZATION IS SEQUENTIAL
       FD  BANK-DEPOSIT-FILE.
       COPY BANCOREG.

       FD  RECEBIVEIS-FILE.
       COPY RECEBREG.

       FD  BANK-OPEN-ITEMS.
       COPY BOPREG.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==STOTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BANCO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECBV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BOPEN==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
               05  WRK-DEP-FILIAL     PIC X(03).
               05  WRK-DEP-VALOR      PIC 9(09)V99.
               05  WRK-DEP-CASADO     PIC X(01).
       77  WRK-MAX-RECEBIVEIS        PIC 9(02)     VALUE 60.
       77  WRK-QT-RECEBIVEIS         PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-NAO-DINHEIRO          PIC 9(09)V99  VALUE ZEROS.
       01  WRK-TABELA-RECEBIVEIS.
           03  WRK-RCB-ENTRADA OCCURS 60 TIMES.
               05  WRK-RCB-FILIAL     PIC X(03).
               05  WRK-RCB-ADQUIRENTE PIC X(03).
               05  WRK-RCB-FORMA      PIC X(01).
               05  WRK-RCB-VALOR      PIC 9(09)V99.

       01  WRK-DATA-ATUAL-PARTES.
           03  WRK-ATU-ANO            PIC 9(04).
           END-PERFORM.

           PERFORM 0130-CONFERIR-TRAILER.
           PERFORM 0140-ABATER-CARTAO-PIX.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT BANK-DEPOSIT-FILE.
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Vendas de cartao e PIX do dia (RECEBIV.DAT): creditadas
      *          pela adquirente, nao entram no deposito da loja e sao
      *          abatidas do total da filial; sem o arquivo todo o
      *          total segue conciliado como dinheiro
      *----------------------------------------------------------------*
       0140-ABATER-CARTAO-PIX.

           MOVE ZEROS TO WRK-QT-RECEBIVEIS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT RECEBIVEIS-FILE.
           IF NOT FS-RECBV-OK
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ RECEBIVEIS-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND RCB-DATA-VENDA = WRK-DATA-ATUAL
                 MOVE ZEROS TO WRK-POS
                 PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                         UNTIL WRK-IDX2 > WRK-QT-RECEBIVEIS
                            OR WRK-POS > ZEROS
                    IF WRK-RCB-FILIAL(WRK-IDX2) = RCB-FILIAL
                       AND WRK-RCB-ADQUIRENTE(WRK-IDX2)
                           = RCB-ADQUIRENTE
                       AND WRK-RCB-FORMA(WRK-IDX2) = RCB-FORMA
                       MOVE WRK-IDX2 TO WRK-POS
                    END-IF
                 END-PERFORM
                 IF WRK-POS = ZEROS
                    IF WRK-QT-RECEBIVEIS >= WRK-MAX-RECEBIVEIS
                       DISPLAY 'TABELA DE RECEBIVEIS ESGOTADA.'
                       PERFORM 0900-ABORTAR-PROCESSAMENTO
                    END-IF
                    ADD 1 TO WRK-QT-RECEBIVEIS
                    MOVE WRK-QT-RECEBIVEIS TO WRK-POS
                    MOVE RCB-FILIAL     TO WRK-RCB-FILIAL(WRK-POS)
                    MOVE RCB-ADQUIRENTE TO WRK-RCB-ADQUIRENTE(WRK-POS)
                    MOVE RCB-FORMA      TO WRK-RCB-FORMA(WRK-POS)
                 END-IF
                 MOVE RCB-VALOR-BRUTO TO WRK-RCB-VALOR(WRK-POS)
              END-IF
           END-PERFORM.

           IF FS-RECBV-OK OR FS-RECBV-FIM
              CLOSE RECEBIVEIS-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QT-TOTAIS
              MOVE ZEROS TO WRK-NAO-DINHEIRO
              PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                      UNTIL WRK-IDX2 > WRK-QT-RECEBIVEIS
                 IF WRK-RCB-FILIAL(WRK-IDX2) = WRK-TOT-FILIAL(WRK-IDX)
                    ADD WRK-RCB-VALOR(WRK-IDX2) TO WRK-NAO-DINHEIRO
                 END-IF
              END-PERFORM
              IF WRK-NAO-DINHEIRO > ZEROS
                 IF WRK-NAO-DINHEIRO > WRK-TOT-VALOR(WRK-IDX)
                    MOVE ZEROS TO WRK-TOT-VALOR(WRK-IDX)
                 ELSE
                    SUBTRACT WRK-NAO-DINHEIRO
                        FROM WRK-TOT-VALOR(WRK-IDX)
                 END-IF
                 DISPLAY 'FILIAL ' WRK-TOT-FILIAL(WRK-IDX)
                         ' CARTAO/PIX A RECEBER DA ADQUIRENTE '
                         WRK-NAO-DINHEIRO ' FORA DO DEPOSITO.'
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Conciliar cada filial contra o deposito da propria
      *          loja e apontar deposito sem total correspondente
      *----------------------------------------------------------------*
