      *                faixa com a base marginal, o percentual e a
      *                comissao da faixa, espelhando o acumulo do
      *                PROGCOB09.
      * 15.10.2026 EAS Estorno de comissao por devolucao de venda de
      *                outro dia: as devolucoes do DEVREF.DAT
      *                (gravado pelo PROGCOB09) sao localizadas no
      *                SALESHIS.DAT e no CLIHIST.DAT da data da venda
      *                original, a comissao paga nela e apurada pela
      *                faixa do plano do vendedor (VDM-PLANO) que o
      *                total daquele dia alcancou, ou pelo percentual
      *                efetivamente pago no dia para vendedor sem
      *                plano, e abatida do extrato de comissao. O que
      *                exceder a comissao fica no razao ESTCOMIS.DAT
      *                para as rodadas seguintes; o demonstrativo lista
      *                cada estorno e a comissao liquida.
      * 15.10.2026 EAS O demonstrativo passou a sinalizar as vendas do
      *                vendedor que a conciliacao com o faturamento do
      *                PROGCOB103 (VENDNFAT.DAT) baixou sem fatura no
      *                prazo ou com diferenca de valor acima da
      *                tolerancia, antes do extrato de comissao; o
      *                arquivo de outra data e ignorado com aviso.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               RECORD KEY IS PLC-CODIGO
               FILE STATUS IS FS-PLCOM.

           SELECT DEVOLUCAO-REF-FILE
               ASSIGN TO 'DEVREF.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DEVRF.

           SELECT SALES-HISTORY
               ASSIGN TO 'SALESHIS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VHIST.

           SELECT CLIENTE-HISTORICO
               ASSIGN TO 'CLIHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CHIST.

           SELECT ESTORNO-COMISSAO-FILE
               ASSIGN TO 'ESTCOMIS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ESTCO.

           SELECT VENDA-NAO-FATURADA-FILE
               ASSIGN TO 'VENDNFAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VNFAT.

           SELECT COMMISSION-REPORT
               ASSIGN TO 'COMISSAO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PLANO-COMISSAO-FILE.
       COPY PLCOMREG.

       FD  DEVOLUCAO-REF-FILE.
       COPY DEVREFRG.

       FD  SALES-HISTORY.
       COPY VENDHIS.

       FD  CLIENTE-HISTORICO.
       COPY CLIVHREG.

       FD  ESTORNO-COMISSAO-FILE.
       COPY ESTCOREG.

       FD  VENDA-NAO-FATURADA-FILE.
       COPY VNFATREG.

       FD  COMMISSION-REPORT.
       01  COR-LINHA                  PIC X(80).

       COPY FILESTAT REPLACING ==:ARQ:== BY ==VENDAS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VDMAS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PLCOM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DEVRF==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VHIST==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CHIST==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ESTCO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VNFAT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==COREL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==COEXT==.

               05  WRK-VEN-VENDEDOR   PIC X(05).
               05  WRK-VEN-VALOR      PIC 9(06)V99.
               05  WRK-VEN-TIPO       PIC X(01).

       77  WRK-FIM-ARQUIVO           PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-COMISSAO-LIQUIDA      PIC 9(08)V99  VALUE ZEROS.
       77  WRK-TOTAL-ESTORNADO       PIC 9(08)V99  VALUE ZEROS.
       77  WRK-ABATIMENTO            PIC 9(08)V99  VALUE ZEROS.
       77  WRK-PCT-ESTORNO           PIC 9(01)V99  VALUE ZEROS.
       77  WRK-QT-DEVOLUCOES-REF     PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-ESTORNOS-APURADOS  PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-NAO-LOCALIZADOS    PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-COM-SALDO          PIC 9(06)     VALUE ZEROS.
       77  WRK-SALDO-A-COMPENSAR     PIC 9(10)V99  VALUE ZEROS.
       77  WRK-ESTORNO-ED            PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-ABATIMENTO-ED         PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED              PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-MAX-ESTORNOS          PIC 9(04)     VALUE 1000.
       77  WRK-QTD-ESTORNOS          PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-ESTORNO           PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-HOUVE-ESTORNO         PIC X(01)     VALUE 'N'.
           88  WRK-VENDEDOR-COM-ESTORNO            VALUE 'S'.
       77  WRK-ESTORNO-REPETIDO      PIC X(01)     VALUE 'N'.
           88  WRK-DEVOLUCAO-JA-NO-RAZAO           VALUE 'S'.
       01  WRK-TABELA-ESTORNOS.
           03  WRK-ESTORNO-ENT OCCURS 1000 TIMES.
               05  WRK-EST-VENDEDOR   PIC X(05).
               05  WRK-EST-CLIENTE    PIC 9(05).
               05  WRK-EST-DATA-LANCTO
                                      PIC 9(08).
               05  WRK-EST-NUMERO-DEV PIC 9(06).
               05  WRK-EST-REF-NUMERO PIC 9(06).
               05  WRK-EST-REF-DATA   PIC 9(08).
               05  WRK-EST-VALOR-DEV  PIC 9(06)V99.
               05  WRK-EST-HIS-TOTAL  PIC 9(11)V99.
               05  WRK-EST-HIS-COMISSAO
                                      PIC 9(10)V99.
               05  WRK-EST-CLIENTE-ACHADO
                                      PIC X(01).
               05  WRK-EST-VALOR-ESTORNO
                                      PIC 9(08)V99.
               05  WRK-EST-SALDO      PIC 9(08)V99.
               05  WRK-EST-DATA-ULT-ABATIM
                                      PIC 9(08).
               05  WRK-EST-VALOR-ULT-ABATIM
                                      PIC 9(08)V99.
               05  WRK-EST-SITUACAO   PIC X(01).
                   88  WRK-EST-PENDENTE               VALUE 'P'.
                   88  WRK-EST-APURADO                VALUE 'A'.
                   88  WRK-EST-SEM-HISTORICO          VALUE 'H'.
                   88  WRK-EST-SEM-COMPRA-CLIENTE     VALUE 'C'.
                   88  WRK-EST-NAO-LOCALIZADO         VALUE 'H' 'C'.
               05  WRK-EST-LISTADO    PIC X(01).

       77  WRK-QT-SINALIZADAS        PIC 9(06)     VALUE ZEROS.
       77  WRK-FATURADO-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-MAX-NAO-FATURADAS     PIC 9(04)     VALUE 1000.
       77  WRK-QTD-NAO-FATURADAS     PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-NFAT              PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-NAO-FATURADAS.
           03  WRK-NFAT-ENT OCCURS 1000 TIMES.
               05  WRK-NFT-VENDEDOR   PIC X(05).
               05  WRK-NFT-CLIENTE    PIC 9(05).
               05  WRK-NFT-DATA-VENDA PIC 9(08).
               05  WRK-NFT-VALOR-VENDA
                                      PIC 9(09)V99.
               05  WRK-NFT-VALOR-FATURADO
                                      PIC 9(09)V99.
               05  WRK-NFT-SITUACAO   PIC X(01).
                   88  WRK-NFT-SEM-FATURA             VALUE 'S'.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0110-CARREGAR-VENDAS.

           PERFORM 0130-CARREGAR-ESTORNOS.
           PERFORM 0140-INCLUIR-DEVOLUCOES THRU 0140-SAIDA.
           PERFORM 0150-APURAR-ESTORNOS THRU 0150-SAIDA.

           PERFORM 0160-CARREGAR-NAO-FATURADAS THRU 0160-SAIDA.

           PERFORM 0120-LER-RESUMO.
      *----------------------------------------------------------------*
      *          Conferir o trailer de controle do SALESSUM.EXT em
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Carregar o razao de estornos de comissao com saldo
      *          a compensar; um abatimento ja feito hoje (rodada
      *          repetida no mesmo dia) volta ao saldo, porque o
      *          COMISEXT.DAT de hoje e regravado por inteiro
      *----------------------------------------------------------------*
       0130-CARREGAR-ESTORNOS.

           MOVE ZEROS TO WRK-QTD-ESTORNOS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT ESTORNO-COMISSAO-FILE.
           IF FS-ESTCO = '35'
              MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
              CALL 'PROGCOBU1' USING 'ESTCOMIS.DAT' 'OPEN' FS-ESTCO
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ ESTORNO-COMISSAO-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'ESTCOMIS.DAT' 'READ'
                      FS-ESTCO WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 IF WRK-QTD-ESTORNOS >= WRK-MAX-ESTORNOS
                    DISPLAY 'TABELA DE ESTORNOS ESGOTADA ('
                            WRK-MAX-ESTORNOS ').'
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QTD-ESTORNOS
                 MOVE WRK-QTD-ESTORNOS TO WRK-IDX-ESTORNO
                 MOVE EST-VENDEDOR
                   TO WRK-EST-VENDEDOR(WRK-IDX-ESTORNO)
                 MOVE ZEROS
                   TO WRK-EST-CLIENTE(WRK-IDX-ESTORNO)
                      WRK-EST-HIS-TOTAL(WRK-IDX-ESTORNO)
                      WRK-EST-HIS-COMISSAO(WRK-IDX-ESTORNO)
                 MOVE EST-DATA-LANCTO
                   TO WRK-EST-DATA-LANCTO(WRK-IDX-ESTORNO)
                 MOVE EST-NUMERO-DEV
                   TO WRK-EST-NUMERO-DEV(WRK-IDX-ESTORNO)
                 MOVE EST-REF-NUMERO
                   TO WRK-EST-REF-NUMERO(WRK-IDX-ESTORNO)
                 MOVE EST-REF-DATA
                   TO WRK-EST-REF-DATA(WRK-IDX-ESTORNO)
                 MOVE EST-VALOR-DEV
                   TO WRK-EST-VALOR-DEV(WRK-IDX-ESTORNO)
                 MOVE EST-VALOR-ESTORNO
                   TO WRK-EST-VALOR-ESTORNO(WRK-IDX-ESTORNO)
                 MOVE EST-SALDO
                   TO WRK-EST-SALDO(WRK-IDX-ESTORNO)
                 MOVE EST-DATA-ULT-ABATIM
                   TO WRK-EST-DATA-ULT-ABATIM(WRK-IDX-ESTORNO)
                 MOVE EST-VALOR-ULT-ABATIM
                   TO WRK-EST-VALOR-ULT-ABATIM(WRK-IDX-ESTORNO)
                 MOVE 'S' TO WRK-EST-CLIENTE-ACHADO(WRK-IDX-ESTORNO)
                 MOVE 'A' TO WRK-EST-SITUACAO(WRK-IDX-ESTORNO)
                 MOVE 'N' TO WRK-EST-LISTADO(WRK-IDX-ESTORNO)
                 IF EST-DATA-ULT-ABATIM = WRK-DATA-ATUAL
                    ADD EST-VALOR-ULT-ABATIM
                     TO WRK-EST-SALDO(WRK-IDX-ESTORNO)
                    MOVE ZEROS
                      TO WRK-EST-DATA-ULT-ABATIM(WRK-IDX-ESTORNO)
                         WRK-EST-VALOR-ULT-ABATIM(WRK-IDX-ESTORNO)
                 END-IF
              END-IF
           END-PERFORM.

           IF FS-ESTCO-OK OR FS-ESTCO-FIM
              CLOSE ESTORNO-COMISSAO-FILE
           END-IF.
      *----------------------------------------------------------------*
      *          Incluir no razao as devolucoes de venda de outro dia
      *          gravadas hoje pelo PROGCOB09 no DEVREF.DAT; a
      *          devolucao ja presente no razao (rodada repetida ou
      *          retomada do PROGCOB09) nao entra de novo
      *----------------------------------------------------------------*
       0140-INCLUIR-DEVOLUCOES.

           MOVE ZEROS TO WRK-QT-DEVOLUCOES-REF.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT DEVOLUCAO-REF-FILE.
           IF FS-DEVRF = '35'
              GO TO 0140-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'DEVREF.DAT' 'OPEN' FS-DEVRF
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ DEVOLUCAO-REF-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'DEVREF.DAT' 'READ'
                      FS-DEVRF WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 IF DVR-DATA-LANCTO NOT = WRK-DATA-ATUAL
                    DISPLAY 'DEVOLUCAO ' DVR-NUMERO ' DO DEVREF.DAT '
                            'LANCADA EM ' DVR-DATA-LANCTO
                            ', FORA DA RODADA DE HOJE. IGNORADA.'
                 ELSE
                    PERFORM 0145-INCLUIR-DEVOLUCAO
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE DEVOLUCAO-REF-FILE.
           CALL 'PROGCOBU1' USING 'DEVREF.DAT' 'CLOSE' FS-DEVRF
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

       0140-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0145-INCLUIR-DEVOLUCAO.

           MOVE 'N' TO WRK-ESTORNO-REPETIDO.
           PERFORM VARYING WRK-IDX-ESTORNO FROM 1 BY 1
                   UNTIL WRK-IDX-ESTORNO > WRK-QTD-ESTORNOS
                      OR WRK-DEVOLUCAO-JA-NO-RAZAO
              IF WRK-EST-NUMERO-DEV(WRK-IDX-ESTORNO) = DVR-NUMERO
                 AND WRK-EST-DATA-LANCTO(WRK-IDX-ESTORNO)
                     = DVR-DATA-LANCTO
                 MOVE 'S' TO WRK-ESTORNO-REPETIDO
              END-IF
           END-PERFORM.

           IF NOT WRK-DEVOLUCAO-JA-NO-RAZAO
              IF WRK-QTD-ESTORNOS >= WRK-MAX-ESTORNOS
                 DISPLAY 'TABELA DE ESTORNOS ESGOTADA ('
                         WRK-MAX-ESTORNOS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-ESTORNOS
              MOVE WRK-QTD-ESTORNOS TO WRK-IDX-ESTORNO
              MOVE DVR-VENDEDOR
                TO WRK-EST-VENDEDOR(WRK-IDX-ESTORNO)
              MOVE DVR-CLIENTE
                TO WRK-EST-CLIENTE(WRK-IDX-ESTORNO)
              MOVE DVR-DATA-LANCTO
                TO WRK-EST-DATA-LANCTO(WRK-IDX-ESTORNO)
              MOVE DVR-NUMERO
                TO WRK-EST-NUMERO-DEV(WRK-IDX-ESTORNO)
              MOVE DVR-REF-NUMERO
                TO WRK-EST-REF-NUMERO(WRK-IDX-ESTORNO)
              MOVE DVR-REF-DATA
                TO WRK-EST-REF-DATA(WRK-IDX-ESTORNO)
              MOVE DVR-VALOR
                TO WRK-EST-VALOR-DEV(WRK-IDX-ESTORNO)
              MOVE ZEROS
                TO WRK-EST-HIS-TOTAL(WRK-IDX-ESTORNO)
                   WRK-EST-HIS-COMISSAO(WRK-IDX-ESTORNO)
                   WRK-EST-VALOR-ESTORNO(WRK-IDX-ESTORNO)
                   WRK-EST-SALDO(WRK-IDX-ESTORNO)
                   WRK-EST-DATA-ULT-ABATIM(WRK-IDX-ESTORNO)
                   WRK-EST-VALOR-ULT-ABATIM(WRK-IDX-ESTORNO)
              MOVE 'N' TO WRK-EST-CLIENTE-ACHADO(WRK-IDX-ESTORNO)
              MOVE 'P' TO WRK-EST-SITUACAO(WRK-IDX-ESTORNO)
              MOVE 'N' TO WRK-EST-LISTADO(WRK-IDX-ESTORNO)
              ADD 1 TO WRK-QT-DEVOLUCOES-REF
           END-IF.
      *----------------------------------------------------------------*
      *          Apurar a comissao paga na venda original de cada
      *          devolucao nova: o SALESHIS.DAT da data da venda
      *          da o total e a comissao do vendedor no dia, e o
      *          CLIHIST.DAT confirma a compra do cliente na data
      *----------------------------------------------------------------*
       0150-APURAR-ESTORNOS.

           IF WRK-QT-DEVOLUCOES-REF = ZEROS
              GO TO 0150-SAIDA
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SALES-HISTORY.
           IF FS-VHIST = '35'
              MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
              CALL 'PROGCOBU1' USING 'SALESHIS.DAT' 'OPEN' FS-VHIST
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ SALES-HISTORY
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'SALESHIS.DAT' 'READ'
                      FS-VHIST WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 PERFORM 0152-ACUMULAR-HISTORICO-VENDAS
              END-IF
           END-PERFORM.
           IF FS-VHIST-OK OR FS-VHIST-FIM
              CLOSE SALES-HISTORY
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIENTE-HISTORICO.
           IF FS-CHIST = '35'
              MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
              CALL 'PROGCOBU1' USING 'CLIHIST.DAT' 'OPEN' FS-CHIST
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ CLIENTE-HISTORICO
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'CLIHIST.DAT' 'READ'
                      FS-CHIST WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 PERFORM 0154-CONFERIR-COMPRA-CLIENTE
              END-IF
           END-PERFORM.
           IF FS-CHIST-OK OR FS-CHIST-FIM
              CLOSE CLIENTE-HISTORICO
           END-IF.

           PERFORM VARYING WRK-IDX-ESTORNO FROM 1 BY 1
                   UNTIL WRK-IDX-ESTORNO > WRK-QTD-ESTORNOS
              IF WRK-EST-PENDENTE(WRK-IDX-ESTORNO)
                 PERFORM 0156-CALCULAR-ESTORNO THRU 0156-SAIDA
              END-IF
           END-PERFORM.

       0150-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0152-ACUMULAR-HISTORICO-VENDAS.

           PERFORM VARYING WRK-IDX-ESTORNO FROM 1 BY 1
                   UNTIL WRK-IDX-ESTORNO > WRK-QTD-ESTORNOS
              IF WRK-EST-PENDENTE(WRK-IDX-ESTORNO)
                 AND WRK-EST-VENDEDOR(WRK-IDX-ESTORNO) = HIS-VENDEDOR
                 AND WRK-EST-REF-DATA(WRK-IDX-ESTORNO) = HIS-DATA
                 ADD HIS-TOTAL
                  TO WRK-EST-HIS-TOTAL(WRK-IDX-ESTORNO)
                 ADD HIS-COMISSAO
                  TO WRK-EST-HIS-COMISSAO(WRK-IDX-ESTORNO)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0154-CONFERIR-COMPRA-CLIENTE.

           PERFORM VARYING WRK-IDX-ESTORNO FROM 1 BY 1
                   UNTIL WRK-IDX-ESTORNO > WRK-QTD-ESTORNOS
              IF WRK-EST-PENDENTE(WRK-IDX-ESTORNO)
                 AND WRK-EST-CLIENTE(WRK-IDX-ESTORNO) = CLH-CLIENTE
                 AND WRK-EST-REF-DATA(WRK-IDX-ESTORNO) = CLH-DATA
                 AND CLH-QTD-VENDAS > ZEROS
                 MOVE 'S' TO WRK-EST-CLIENTE-ACHADO(WRK-IDX-ESTORNO)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Comissao paga na venda original: vendedor com plano
      *          em faixas paga o percentual da faixa que o total do
      *          dia da venda alcancou (a fatia de cima, onde a venda
      *          devolvida caiu); sem plano, o percentual efetivamente
      *          pago no dia (comissao / total do SALESHIS.DAT). O
      *          estorno nunca passa da comissao paga naquele dia
      *----------------------------------------------------------------*
       0156-CALCULAR-ESTORNO.

           IF WRK-EST-HIS-TOTAL(WRK-IDX-ESTORNO) = ZEROS
              MOVE 'H' TO WRK-EST-SITUACAO(WRK-IDX-ESTORNO)
              ADD 1 TO WRK-QT-NAO-LOCALIZADOS
              DISPLAY 'DEVOLUCAO ' WRK-EST-NUMERO-DEV(WRK-IDX-ESTORNO)
                      ': VENDEDOR SEM HISTORICO EM '
                      WRK-EST-REF-DATA(WRK-IDX-ESTORNO)
                      '. COMISSAO NAO ESTORNADA.'
              GO TO 0156-SAIDA
           END-IF.
           IF WRK-EST-CLIENTE-ACHADO(WRK-IDX-ESTORNO) NOT = 'S'
              MOVE 'C' TO WRK-EST-SITUACAO(WRK-IDX-ESTORNO)
              ADD 1 TO WRK-QT-NAO-LOCALIZADOS
              DISPLAY 'DEVOLUCAO ' WRK-EST-NUMERO-DEV(WRK-IDX-ESTORNO)
                      ': CLIENTE SEM COMPRA EM '
                      WRK-EST-REF-DATA(WRK-IDX-ESTORNO)
                      '. COMISSAO NAO ESTORNADA.'
              GO TO 0156-SAIDA
           END-IF.

           MOVE 'N' TO WRK-PLANO-ACHADO.
           MOVE WRK-EST-VENDEDOR(WRK-IDX-ESTORNO) TO VDM-CODIGO.
           READ SALESMAN-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-VDMAS-OK
              AND NOT WRK-SEM-PLANOS
              AND VDM-PLANO NOT = SPACES
              MOVE VDM-PLANO TO PLC-CODIGO
              READ PLANO-COMISSAO-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-PLCOM-OK
                 MOVE 'S' TO WRK-PLANO-ACHADO
              END-IF
           END-IF.

           IF WRK-PLANO-CARREGADO
              MOVE PLC-QTD-FAIXAS TO WRK-FAIXA-ED
              PERFORM VARYING WRK-IDX-FAIXA FROM PLC-QTD-FAIXAS BY -1
                      UNTIL WRK-IDX-FAIXA < 1
                 IF WRK-EST-HIS-TOTAL(WRK-IDX-ESTORNO)
                    <= PLC-LIMITE(WRK-IDX-FAIXA)
                    MOVE WRK-IDX-FAIXA TO WRK-FAIXA-ED
                 END-IF
              END-PERFORM
              MOVE PLC-PCT(WRK-FAIXA-ED) TO WRK-PCT-ESTORNO
              COMPUTE WRK-EST-VALOR-ESTORNO(WRK-IDX-ESTORNO) ROUNDED =
                      WRK-EST-VALOR-DEV(WRK-IDX-ESTORNO) *
                      WRK-PCT-ESTORNO
           ELSE
              COMPUTE WRK-EST-VALOR-ESTORNO(WRK-IDX-ESTORNO) ROUNDED =
                      WRK-EST-VALOR-DEV(WRK-IDX-ESTORNO) *
                      WRK-EST-HIS-COMISSAO(WRK-IDX-ESTORNO) /
                      WRK-EST-HIS-TOTAL(WRK-IDX-ESTORNO)
           END-IF.
           IF WRK-EST-VALOR-ESTORNO(WRK-IDX-ESTORNO) >
              WRK-EST-HIS-COMISSAO(WRK-IDX-ESTORNO)
              MOVE WRK-EST-HIS-COMISSAO(WRK-IDX-ESTORNO)
                TO WRK-EST-VALOR-ESTORNO(WRK-IDX-ESTORNO)
           END-IF.

           MOVE WRK-EST-VALOR-ESTORNO(WRK-IDX-ESTORNO)
             TO WRK-EST-SALDO(WRK-IDX-ESTORNO).
           MOVE 'A' TO WRK-EST-SITUACAO(WRK-IDX-ESTORNO).
           ADD 1 TO WRK-QT-ESTORNOS-APURADOS.

       0156-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Vendas sem fatura ou divergentes da conciliacao do
      *          PROGCOB103, para sinalizar no demonstrativo; sem o
      *          VENDNFAT.DAT ou com o arquivo de outra data o
      *          demonstrativo sai sem a sinalizacao
      *----------------------------------------------------------------*
       0160-CARREGAR-NAO-FATURADAS.

           MOVE ZEROS TO WRK-QTD-NAO-FATURADAS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT VENDA-NAO-FATURADA-FILE.
           IF FS-VNFAT = '35'
              DISPLAY 'VENDNFAT.DAT AUSENTE: DEMONSTRATIVO SAI SEM '
                      'A CONCILIACAO COM O FATURAMENTO.'
              GO TO 0160-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'VENDNFAT.DAT' 'OPEN' FS-VNFAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ VENDA-NAO-FATURADA-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'VENDNFAT.DAT' 'READ'
                      FS-VNFAT WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 IF VNF-DATA-RODADA NOT = WRK-DATA-ATUAL
                    DISPLAY 'VENDNFAT.DAT DE OUTRA DATA ('
                            VNF-DATA-RODADA '): SINALIZACAO IGNORADA.'
                    MOVE ZEROS TO WRK-QTD-NAO-FATURADAS
                    MOVE 'S'   TO WRK-FIM-ARQUIVO
                 ELSE
                    PERFORM 0165-CARREGAR-NAO-FATURADA
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE VENDA-NAO-FATURADA-FILE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       0160-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0165-CARREGAR-NAO-FATURADA.

           IF WRK-QTD-NAO-FATURADAS >= WRK-MAX-NAO-FATURADAS
              DISPLAY 'TABELA DE VENDAS NAO FATURADAS ESGOTADA ('
                      WRK-MAX-NAO-FATURADAS ').'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-NAO-FATURADAS.
           MOVE WRK-QTD-NAO-FATURADAS TO WRK-IDX-NFAT.
           MOVE VNF-VENDEDOR       TO WRK-NFT-VENDEDOR(WRK-IDX-NFAT).
           MOVE VNF-CLIENTE        TO WRK-NFT-CLIENTE(WRK-IDX-NFAT).
           MOVE VNF-DATA-VENDA     TO WRK-NFT-DATA-VENDA(WRK-IDX-NFAT).
           MOVE VNF-VALOR-VENDA
             TO WRK-NFT-VALOR-VENDA(WRK-IDX-NFAT).
           MOVE VNF-VALOR-FATURADO
             TO WRK-NFT-VALOR-FATURADO(WRK-IDX-NFAT).
           MOVE VNF-SITUACAO       TO WRK-NFT-SITUACAO(WRK-IDX-NFAT).
      *----------------------------------------------------------------*
      *          Demonstrativo do vendedor e extrato para a folha
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           MOVE SEX-COMISSAO TO WRK-COMISSAO-LIQUIDA.
           MOVE SEX-VENDEDOR TO VDM-CODIGO.
           READ SALESMAN-MASTER
               INVALID KEY
              ELSE
                 MOVE VDM-MATRICULA TO COM-MATRICULA
                 MOVE SEX-VENDEDOR  TO COM-VENDEDOR
                 MOVE WRK-COMISSAO-LIQUIDA TO COM-VALOR
                 WRITE COMISSAO-EXTRATO-REG
                 CALL 'PROGCOBU1' USING 'COMISEXT.DAT' 'WRITE'
                      FS-COEXT WRK-ABEND
           END-IF.
           PERFORM 0290-GRAVAR-LINHA-DEMONSTRATIVO.

           PERFORM VARYING WRK-IDX-NFAT FROM 1 BY 1
                   UNTIL WRK-IDX-NFAT > WRK-QTD-NAO-FATURADAS
              IF WRK-NFT-VENDEDOR(WRK-IDX-NFAT) = SEX-VENDEDOR
                 PERFORM 0240-SINALIZAR-NAO-FATURADA
              END-IF
           END-PERFORM.

           IF FS-VDMAS-OK
              AND NOT WRK-SEM-PLANOS
              AND VDM-PLANO NOT = SPACES
              PERFORM 0220-ABRIR-CALCULO-POR-FAIXA
                  THRU 0220-SAIDA
           END-IF.

           IF FS-VDMAS-OK AND VDM-MATRICULA NOT = ZEROS
              PERFORM 0230-ABATER-ESTORNOS
           END-IF.
      *----------------------------------------------------------------*
      *          Abrir o calculo por faixa do plano do vendedor:
      *          uma linha por faixa com a base marginal, o

       0220-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Abater da comissao do vendedor os estornos com saldo
      *          no razao, na ordem em que entraram; o que nao couber
      *          na comissao fica como saldo a compensar. Devolucao
      *          cuja venda original nao foi localizada e so listada
      *----------------------------------------------------------------*
       0230-ABATER-ESTORNOS.

           MOVE ZEROS TO WRK-TOTAL-ESTORNADO.
           MOVE 'N'   TO WRK-HOUVE-ESTORNO.

           PERFORM VARYING WRK-IDX-ESTORNO FROM 1 BY 1
                   UNTIL WRK-IDX-ESTORNO > WRK-QTD-ESTORNOS
              IF WRK-EST-VENDEDOR(WRK-IDX-ESTORNO) = SEX-VENDEDOR
                 EVALUATE TRUE
                    WHEN WRK-EST-APURADO(WRK-IDX-ESTORNO)
                         AND WRK-EST-SALDO(WRK-IDX-ESTORNO) > ZEROS
                       PERFORM 0232-ABATER-ESTORNO
                    WHEN WRK-EST-NAO-LOCALIZADO(WRK-IDX-ESTORNO)
                         AND WRK-EST-LISTADO(WRK-IDX-ESTORNO) = 'N'
                       PERFORM 0234-LISTAR-NAO-LOCALIZADO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

           IF WRK-VENDEDOR-COM-ESTORNO
              MOVE WRK-TOTAL-ESTORNADO TO WRK-COMISSAO-ED
              MOVE SPACES TO COR-LINHA
              STRING '  ESTORNOS ABATIDOS ..... : ' WRK-COMISSAO-ED
                     DELIMITED BY SIZE INTO COR-LINHA
              END-STRING
              PERFORM 0290-GRAVAR-LINHA-DEMONSTRATIVO
              MOVE WRK-COMISSAO-LIQUIDA TO WRK-COMISSAO-ED
              MOVE SPACES TO COR-LINHA
              STRING '  COMISSAO LIQUIDA ...... : ' WRK-COMISSAO-ED
                     DELIMITED BY SIZE INTO COR-LINHA
              END-STRING
              PERFORM 0290-GRAVAR-LINHA-DEMONSTRATIVO
           END-IF.
      *----------------------------------------------------------------*
       0232-ABATER-ESTORNO.

           MOVE 'S' TO WRK-HOUVE-ESTORNO.
           IF WRK-EST-SALDO(WRK-IDX-ESTORNO) > WRK-COMISSAO-LIQUIDA
              MOVE WRK-COMISSAO-LIQUIDA TO WRK-ABATIMENTO
           ELSE
              MOVE WRK-EST-SALDO(WRK-IDX-ESTORNO) TO WRK-ABATIMENTO
           END-IF.
           SUBTRACT WRK-ABATIMENTO FROM WRK-EST-SALDO(WRK-IDX-ESTORNO)
                                        WRK-COMISSAO-LIQUIDA.
           ADD WRK-ABATIMENTO TO WRK-TOTAL-ESTORNADO.
           IF WRK-ABATIMENTO > ZEROS
              ADD WRK-ABATIMENTO
               TO WRK-EST-VALOR-ULT-ABATIM(WRK-IDX-ESTORNO)
              MOVE WRK-DATA-ATUAL
                TO WRK-EST-DATA-ULT-ABATIM(WRK-IDX-ESTORNO)
           END-IF.

           MOVE WRK-EST-VALOR-ESTORNO(WRK-IDX-ESTORNO)
             TO WRK-ESTORNO-ED.
           MOVE SPACES TO COR-LINHA.
           STRING '  ESTORNO DEV ' WRK-EST-NUMERO-DEV(WRK-IDX-ESTORNO)
                  ' VENDA ' WRK-EST-REF-NUMERO(WRK-IDX-ESTORNO)
                  ' DE ' WRK-EST-REF-DATA(WRK-IDX-ESTORNO)
                  ' VALOR ' WRK-ESTORNO-ED
                  DELIMITED BY SIZE INTO COR-LINHA
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA-DEMONSTRATIVO.

           MOVE WRK-ABATIMENTO TO WRK-ABATIMENTO-ED.
           MOVE WRK-EST-SALDO(WRK-IDX-ESTORNO) TO WRK-SALDO-ED.
           MOVE SPACES TO COR-LINHA.
           STRING '    ABATIDO ' WRK-ABATIMENTO-ED
                  '  SALDO A COMPENSAR ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO COR-LINHA
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA-DEMONSTRATIVO.
      *----------------------------------------------------------------*
       0234-LISTAR-NAO-LOCALIZADO.

           MOVE 'S' TO WRK-EST-LISTADO(WRK-IDX-ESTORNO).
           MOVE SPACES TO COR-LINHA.
           STRING '  ESTORNO DEV ' WRK-EST-NUMERO-DEV(WRK-IDX-ESTORNO)
                  ' VENDA ' WRK-EST-REF-NUMERO(WRK-IDX-ESTORNO)
                  ' DE ' WRK-EST-REF-DATA(WRK-IDX-ESTORNO)
                  ' NAO APURADO'
                  DELIMITED BY SIZE INTO COR-LINHA
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA-DEMONSTRATIVO.

           MOVE SPACES TO COR-LINHA.
           IF WRK-EST-SEM-HISTORICO(WRK-IDX-ESTORNO)
              MOVE '    VENDEDOR SEM HISTORICO NA DATA DA VENDA'
                TO COR-LINHA
           ELSE
              MOVE '    CLIENTE SEM COMPRA NA DATA DA VENDA'
                TO COR-LINHA
           END-IF.
           PERFORM 0290-GRAVAR-LINHA-DEMONSTRATIVO.
      *----------------------------------------------------------------*
      *          Sinalizar a venda do vendedor baixada pela conciliacao
      *          sem fatura no prazo ou com valor faturado divergente
      *----------------------------------------------------------------*
       0240-SINALIZAR-NAO-FATURADA.

           MOVE WRK-NFT-VALOR-VENDA(WRK-IDX-NFAT) TO WRK-VALOR-ED.
           MOVE SPACES TO COR-LINHA.
           IF WRK-NFT-SEM-FATURA(WRK-IDX-NFAT)
              STRING '  *** VENDA ' WRK-NFT-DATA-VENDA(WRK-IDX-NFAT)
                  ' CLI ' WRK-NFT-CLIENTE(WRK-IDX-NFAT)
                  WRK-VALOR-ED ' SEM FATURA NO PRAZO'
                  DELIMITED BY SIZE INTO COR-LINHA
              END-STRING
           ELSE
              MOVE WRK-NFT-VALOR-FATURADO(WRK-IDX-NFAT)
                TO WRK-FATURADO-ED
              STRING '  *** VENDA ' WRK-NFT-DATA-VENDA(WRK-IDX-NFAT)
                  ' CLI ' WRK-NFT-CLIENTE(WRK-IDX-NFAT)
                  WRK-VALOR-ED ' FATURADO' WRK-FATURADO-ED
                  DELIMITED BY SIZE INTO COR-LINHA
              END-STRING
           END-IF.
           PERFORM 0290-GRAVAR-LINHA-DEMONSTRATIVO.
           ADD 1 TO WRK-QT-SINALIZADAS.
      *----------------------------------------------------------------*
       0290-GRAVAR-LINHA-DEMONSTRATIVO.

              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0310-GRAVAR-ESTORNOS.

           DISPLAY '-------------------'.
           DISPLAY 'DEMONSTRATIVOS GERADOS ' WRK-QTD-DEMONSTRATIVOS.
           DISPLAY 'DEVOLUCOES DE OUTRO DIA ' WRK-QT-DEVOLUCOES-REF.
           DISPLAY 'ESTORNOS APURADOS       ' WRK-QT-ESTORNOS-APURADOS.
           DISPLAY 'VENDAS NAO LOCALIZADAS  ' WRK-QT-NAO-LOCALIZADOS.
           DISPLAY 'ESTORNOS COM SALDO      ' WRK-QT-COM-SALDO.
           DISPLAY 'SALDO A COMPENSAR       ' WRK-SALDO-A-COMPENSAR.
           DISPLAY 'VENDAS SEM FATURA/DIVERG.' WRK-QT-SINALIZADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Regravar o razao de estornos: ficam os estornos com
      *          saldo a compensar e os abatidos hoje, para uma
      *          rodada repetida no mesmo dia refazer o abatimento
      *----------------------------------------------------------------*
       0310-GRAVAR-ESTORNOS.

           MOVE ZEROS TO WRK-QT-COM-SALDO WRK-SALDO-A-COMPENSAR.

           OPEN OUTPUT ESTORNO-COMISSAO-FILE.
           CALL 'PROGCOBU1' USING 'ESTCOMIS.DAT' 'OPEN' FS-ESTCO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM VARYING WRK-IDX-ESTORNO FROM 1 BY 1
                   UNTIL WRK-IDX-ESTORNO > WRK-QTD-ESTORNOS
              IF WRK-EST-APURADO(WRK-IDX-ESTORNO)
                 AND (WRK-EST-SALDO(WRK-IDX-ESTORNO) > ZEROS
                      OR WRK-EST-DATA-ULT-ABATIM(WRK-IDX-ESTORNO)
                         = WRK-DATA-ATUAL)
                 MOVE WRK-EST-VENDEDOR(WRK-IDX-ESTORNO)
                   TO EST-VENDEDOR
                 MOVE WRK-EST-DATA-LANCTO(WRK-IDX-ESTORNO)
                   TO EST-DATA-LANCTO
                 MOVE WRK-EST-NUMERO-DEV(WRK-IDX-ESTORNO)
                   TO EST-NUMERO-DEV
                 MOVE WRK-EST-REF-NUMERO(WRK-IDX-ESTORNO)
                   TO EST-REF-NUMERO
                 MOVE WRK-EST-REF-DATA(WRK-IDX-ESTORNO)
                   TO EST-REF-DATA
                 MOVE WRK-EST-VALOR-DEV(WRK-IDX-ESTORNO)
                   TO EST-VALOR-DEV
                 MOVE WRK-EST-VALOR-ESTORNO(WRK-IDX-ESTORNO)
                   TO EST-VALOR-ESTORNO
                 MOVE WRK-EST-SALDO(WRK-IDX-ESTORNO)
                   TO EST-SALDO
                 MOVE WRK-EST-DATA-ULT-ABATIM(WRK-IDX-ESTORNO)
                   TO EST-DATA-ULT-ABATIM
                 MOVE WRK-EST-VALOR-ULT-ABATIM(WRK-IDX-ESTORNO)
                   TO EST-VALOR-ULT-ABATIM
                 WRITE ESTORNO-COMISSAO-REG
                 CALL 'PROGCOBU1' USING 'ESTCOMIS.DAT' 'WRITE'
                      FS-ESTCO WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 IF EST-SALDO > ZEROS
                    ADD 1         TO WRK-QT-COM-SALDO
                    ADD EST-SALDO TO WRK-SALDO-A-COMPENSAR
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE ESTORNO-COMISSAO-FILE.
           CALL 'PROGCOBU1' USING 'ESTCOMIS.DAT' 'CLOSE' FS-ESTCO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
