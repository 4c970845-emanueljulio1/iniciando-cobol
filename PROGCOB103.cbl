      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB103
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Conciliacao das vendas lancadas pelos vendedores com
      * os pedidos faturados, rodada diariamente depois do PROGCOB09
      * e do PROGCOB06 e antes do PROGCOB27. As vendas do dia do
      * SALESTRN.DAT (menos cancelamentos e menos as transacoes que o
      * PROGCOB09 rejeitou no VENDREJ.DAT) sao somadas por CLIENTE +
      * VENDEDOR, e o faturamento do dia do FRETECOMP.DAT (faturas
      * menos estornos) por CLIENTE. Cada lado fica pendente no razao
      * CONCVF.DAT ate achar o par do mesmo cliente com data dentro
      * do prazo do registro 'V' do SITE.PARM; achado o par, a
      * diferenca de valor acima da tolerancia do mesmo registro e
      * apontada. Vencido o prazo sem par, a venda sai como venda sem
      * fatura e a fatura como fatura sem venda. O relatorio
      * CONCVF.REL lista as excecoes com o vendedor, e o VENDNFAT.DAT
      * leva as vendas sem fatura ou divergentes para o PROGCOB27
      * sinalizar no demonstrativo de comissao.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS O estorno parcial ('P') da nota de credito
      *                tambem abate o faturamento do dia.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB103.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT SALES-TRANS-FILE
               ASSIGN TO 'SALESTRN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VENDAS.

           SELECT VENDAS-REJECT
               ASSIGN TO 'VENDREJ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VREJE.

           SELECT FREIGHT-COMPUTED
               ASSIGN TO 'FRETECOMP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FCOMP.

           SELECT SALESMAN-MASTER
               ASSIGN TO 'VENDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VDM-CODIGO
               FILE STATUS IS FS-VDMAS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT SITE-PARM-FILE
               ASSIGN TO 'SITE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SITEP.

           SELECT CONCILIACAO-FILE
               ASSIGN TO 'CONCVF.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONCV.

           SELECT VENDA-NAO-FATURADA-FILE
               ASSIGN TO 'VENDNFAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VNFAT.

           SELECT CONCILIACAO-REPORT
               ASSIGN TO 'CONCVF.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  SALES-TRANS-FILE.
       COPY VENDAREG.

       FD  VENDAS-REJECT.
       COPY VENDREJ.

       FD  FREIGHT-COMPUTED.
       COPY FATUREG.

       FD  SALESMAN-MASTER.
       COPY VENDMREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  SITE-PARM-FILE.
       COPY SITEPARM.

       FD  CONCILIACAO-FILE.
       COPY CONCVREG.

       FD  VENDA-NAO-FATURADA-FILE.
       COPY VNFATREG.

       FD  CONCILIACAO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VENDAS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VREJE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VDMAS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CONCV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VNFAT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-PCT-TOLERANCIA       PIC 9(03)V99  VALUE ZEROS.
       77  WRK-DIAS-PRAZO           PIC 9(03)     VALUE ZEROS.

       77  WRK-U4-HORA-1            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-HORA-2            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-QTD-DIAS          PIC 9(03)     VALUE ZEROS.
       77  WRK-U4-RESULTADO         PIC S9(09)    VALUE ZEROS.
       77  WRK-U4-UF                PIC X(02)     VALUE SPACES.
       77  WRK-DATA-1               PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-2               PIC 9(08)     VALUE ZEROS.
       77  WRK-DIAS                 PIC 9(05)     VALUE ZEROS.
       77  WRK-MENOR-DIAS           PIC 9(05)     VALUE ZEROS.

       77  WRK-DIFERENCA            PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOLERANCIA           PIC 9(09)V99  VALUE ZEROS.

       77  WRK-CHV-TIPO             PIC X(01)     VALUE SPACES.
       77  WRK-CHV-CLIENTE          PIC 9(05)     VALUE ZEROS.
       77  WRK-CHV-VENDEDOR         PIC X(05)     VALUE SPACES.
       77  WRK-CHV-FILIAL           PIC X(03)     VALUE SPACES.

       77  WRK-QT-VENDAS-LIDAS      PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-REJEITADAS        PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-FATURAS-LIDAS     PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-FATURAS-OUTRA-DATA
                                    PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-CONCILIADAS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-DIVERGENTES       PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-VENDAS-SEM-FATURA PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-FATURAS-SEM-VENDA PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-VENDAS-PENDENTES  PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-FATURAS-PENDENTES PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-LISTADOS          PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-SINALIZADAS       PIC 9(06)     VALUE ZEROS.

       77  WRK-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-PAR-ED         PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-DIFERENCA-ED         PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-PCT-ED               PIC ZZ9,99.
       77  WRK-NOME-VENDEDOR        PIC X(20)     VALUE SPACES.
       77  WRK-NOME-CLIENTE         PIC X(20)     VALUE SPACES.

       77  WRK-MAX-REJEITADAS       PIC 9(04)     VALUE 1000.
       77  WRK-QTD-REJEITADAS       PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-REJ              PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-REJ-ACHADA           PIC X(01)     VALUE 'N'.
           88  WRK-VENDA-REJEITADA                 VALUE 'S'.
       01  WRK-TABELA-REJEITADAS.
           03  WRK-REJ-ENT OCCURS 1000 TIMES.
               05  WRK-REJ-NUMERO     PIC 9(06).
               05  WRK-REJ-VENDEDOR   PIC X(05).
               05  WRK-REJ-CLIENTE    PIC 9(05).
               05  WRK-REJ-VALOR      PIC 9(06)V99.
               05  WRK-REJ-TIPO       PIC X(01).
               05  WRK-REJ-USADA      PIC X(01).

       77  WRK-MAX-ITENS            PIC 9(04)     VALUE 3000.
       77  WRK-QTD-ITENS            PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-ITEM             PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-PAR              PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-MELHOR           PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-ITEM-ACHADO          PIC X(01)     VALUE 'N'.
           88  WRK-ITEM-NA-TABELA                  VALUE 'S'.
       01  WRK-TABELA-ITENS.
           03  WRK-ITEM-ENT OCCURS 3000 TIMES.
               05  WRK-CVF-TIPO       PIC X(01).
                   88  WRK-CVF-VENDA                  VALUE 'V'.
                   88  WRK-CVF-FATURA                 VALUE 'F'.
               05  WRK-CVF-CLIENTE    PIC 9(05).
               05  WRK-CVF-DATA       PIC 9(08).
               05  WRK-CVF-VENDEDOR   PIC X(05).
               05  WRK-CVF-FILIAL     PIC X(03).
               05  WRK-CVF-VALOR      PIC S9(09)V99.
               05  WRK-CVF-DATA-LANCTO
                                      PIC 9(08).
               05  WRK-CVF-SITUACAO   PIC X(01).
                   88  WRK-CVF-PENDENTE               VALUE 'P'.
                   88  WRK-CVF-CONCILIADO             VALUE 'C'.
                   88  WRK-CVF-DIVERGENTE             VALUE 'D'.
                   88  WRK-CVF-SEM-PAR                VALUE 'S'.
                   88  WRK-CVF-ANULADO                VALUE 'A'.
               05  WRK-CVF-DATA-BAIXA PIC 9(08).
               05  WRK-CVF-DATA-PAR   PIC 9(08).
               05  WRK-CVF-VALOR-PAR  PIC 9(09)V99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONCILIAR.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           PERFORM 0110-LER-PARAMETRO.
           PERFORM 0120-CARREGAR-RAZAO THRU 0120-SAIDA.
           PERFORM 0130-CARREGAR-REJEITADAS THRU 0130-SAIDA.
           PERFORM 0140-INCLUIR-VENDAS.
           PERFORM 0150-INCLUIR-FATURAS.

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              IF WRK-CVF-DATA-LANCTO(WRK-IDX-ITEM) = WRK-DATA-ATUAL
                 AND WRK-CVF-VALOR(WRK-IDX-ITEM) NOT > ZEROS
                 MOVE 'A' TO WRK-CVF-SITUACAO(WRK-IDX-ITEM)
              END-IF
           END-PERFORM.

           OPEN INPUT SALESMAN-MASTER.
           CALL 'PROGCOBU1' USING 'VENDMAST.DAT' 'OPEN' FS-VDMAS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT CONCILIACAO-REPORT.
           CALL 'PROGCOBU1' USING 'CONCVF.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Tolerancia de diferenca de valor e prazo em dias do
      *          registro 'V' do SITE.PARM; sem ele valem 2% e 5 dias
      *----------------------------------------------------------------*
       0110-LER-PARAMETRO.

           MOVE 2   TO WRK-PCT-TOLERANCIA.
           MOVE 5   TO WRK-DIAS-PRAZO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

           OPEN INPUT SITE-PARM-FILE.
           IF NOT FS-SITEP-OK
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ SITE-PARM-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND SITE-PARM-CONCVF-REG(1:1) = 'V'
                 MOVE PARM-CVF-PCT-TOLERANCIA TO WRK-PCT-TOLERANCIA
                 MOVE PARM-CVF-DIAS-PRAZO     TO WRK-DIAS-PRAZO
              END-IF
           END-PERFORM.

           IF FS-SITEP-OK OR FS-SITEP-FIM
              CLOSE SITE-PARM-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
      *          Carregar o razao: os itens pendentes seguem; os
      *          baixados hoje voltam a pendentes e os lancados hoje
      *          sao descartados (saem de novo do SALESTRN.DAT e do
      *          FRETECOMP.DAT), para uma rodada repetida no mesmo
      *          dia nao lancar nem baixar duas vezes
      *----------------------------------------------------------------*
       0120-CARREGAR-RAZAO.

           MOVE ZEROS TO WRK-QTD-ITENS.

           OPEN INPUT CONCILIACAO-FILE.
           IF FS-CONCV = '35'
              DISPLAY 'CONCVF.DAT AUSENTE: RAZAO INICIADO VAZIO.'
              GO TO 0120-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'CONCVF.DAT' 'OPEN' FS-CONCV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ CONCILIACAO-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'CONCVF.DAT' 'READ' FS-CONCV
                      WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 IF CVF-DATA-LANCTO NOT = WRK-DATA-ATUAL
                    IF CVF-DATA-BAIXA = WRK-DATA-ATUAL
                       MOVE 'P'   TO CVF-SITUACAO
                       MOVE ZEROS TO CVF-DATA-BAIXA CVF-DATA-PAR
                                     CVF-VALOR-PAR
                    END-IF
                    IF CVF-PENDENTE
                       PERFORM 0125-CARREGAR-ITEM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE CONCILIACAO-FILE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       0120-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0125-CARREGAR-ITEM.

           IF WRK-QTD-ITENS >= WRK-MAX-ITENS
              DISPLAY 'TABELA DA CONCILIACAO ESGOTADA ('
                      WRK-MAX-ITENS ').'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-ITENS.
           MOVE WRK-QTD-ITENS TO WRK-IDX-ITEM.
           MOVE CVF-TIPO        TO WRK-CVF-TIPO(WRK-IDX-ITEM).
           MOVE CVF-CLIENTE     TO WRK-CVF-CLIENTE(WRK-IDX-ITEM).
           MOVE CVF-DATA        TO WRK-CVF-DATA(WRK-IDX-ITEM).
           MOVE CVF-VENDEDOR    TO WRK-CVF-VENDEDOR(WRK-IDX-ITEM).
           MOVE CVF-FILIAL      TO WRK-CVF-FILIAL(WRK-IDX-ITEM).
           MOVE CVF-VALOR       TO WRK-CVF-VALOR(WRK-IDX-ITEM).
           MOVE CVF-DATA-LANCTO TO WRK-CVF-DATA-LANCTO(WRK-IDX-ITEM).
           MOVE CVF-SITUACAO    TO WRK-CVF-SITUACAO(WRK-IDX-ITEM).
           MOVE CVF-DATA-BAIXA  TO WRK-CVF-DATA-BAIXA(WRK-IDX-ITEM).
           MOVE CVF-DATA-PAR    TO WRK-CVF-DATA-PAR(WRK-IDX-ITEM).
           MOVE CVF-VALOR-PAR   TO WRK-CVF-VALOR-PAR(WRK-IDX-ITEM).
      *----------------------------------------------------------------*
      *          Transacoes rejeitadas pelo PROGCOB09 no dia, para
      *          nao entrarem na conciliacao
      *----------------------------------------------------------------*
       0130-CARREGAR-REJEITADAS.

           MOVE ZEROS TO WRK-QTD-REJEITADAS.

           OPEN INPUT VENDAS-REJECT.
           IF FS-VREJE = '35'
              GO TO 0130-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'VENDREJ.DAT' 'OPEN' FS-VREJE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ VENDAS-REJECT
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF WRK-QTD-REJEITADAS >= WRK-MAX-REJEITADAS
                    DISPLAY 'TABELA DE REJEITADAS ESGOTADA ('
                            WRK-MAX-REJEITADAS ').'
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QTD-REJEITADAS
                 MOVE WRK-QTD-REJEITADAS TO WRK-IDX-REJ
                 MOVE VRJ-NUMERO   TO WRK-REJ-NUMERO(WRK-IDX-REJ)
                 MOVE VRJ-VENDEDOR TO WRK-REJ-VENDEDOR(WRK-IDX-REJ)
                 MOVE VRJ-CLIENTE  TO WRK-REJ-CLIENTE(WRK-IDX-REJ)
                 MOVE VRJ-VALOR    TO WRK-REJ-VALOR(WRK-IDX-REJ)
                 MOVE VRJ-TIPO     TO WRK-REJ-TIPO(WRK-IDX-REJ)
                 MOVE 'N'          TO WRK-REJ-USADA(WRK-IDX-REJ)
              END-IF
           END-PERFORM.

           CLOSE VENDAS-REJECT.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       0130-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Vendas do dia por CLIENTE + VENDEDOR: vendas somam,
      *          cancelamentos abatem; devolucoes nao desfazem o
      *          faturamento e ficam fora
      *----------------------------------------------------------------*
       0140-INCLUIR-VENDAS.

           OPEN INPUT SALES-TRANS-FILE.
           CALL 'PROGCOBU1' USING 'SALESTRN.DAT' 'OPEN' FS-VENDAS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ SALES-TRANS-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'SALESTRN.DAT' 'READ'
                      FS-VENDAS WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 PERFORM 0145-ACUMULAR-VENDA THRU 0145-SAIDA
              END-IF
           END-PERFORM.

           CLOSE SALES-TRANS-FILE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
       0145-ACUMULAR-VENDA.

           IF NOT VEN-TIPO-VENDA AND NOT VEN-TIPO-CANCELAMENTO
              GO TO 0145-SAIDA
           END-IF.

           MOVE 'N' TO WRK-REJ-ACHADA.
           PERFORM VARYING WRK-IDX-REJ FROM 1 BY 1
                   UNTIL WRK-IDX-REJ > WRK-QTD-REJEITADAS
                      OR WRK-VENDA-REJEITADA
              IF WRK-REJ-USADA(WRK-IDX-REJ) = 'N'
                 AND WRK-REJ-NUMERO(WRK-IDX-REJ)   = VEN-NUMERO
                 AND WRK-REJ-VENDEDOR(WRK-IDX-REJ) = VEN-VENDEDOR
                 AND WRK-REJ-CLIENTE(WRK-IDX-REJ)  = VEN-CLIENTE
                 AND WRK-REJ-VALOR(WRK-IDX-REJ)    = VEN-VALOR
                 AND WRK-REJ-TIPO(WRK-IDX-REJ)     = VEN-TIPO
                 MOVE 'S' TO WRK-REJ-ACHADA
                 MOVE 'S' TO WRK-REJ-USADA(WRK-IDX-REJ)
              END-IF
           END-PERFORM.
           IF WRK-VENDA-REJEITADA
              ADD 1 TO WRK-QT-REJEITADAS
              GO TO 0145-SAIDA
           END-IF.

           ADD 1 TO WRK-QT-VENDAS-LIDAS.
           MOVE 'V'          TO WRK-CHV-TIPO.
           MOVE VEN-CLIENTE  TO WRK-CHV-CLIENTE.
           MOVE VEN-VENDEDOR TO WRK-CHV-VENDEDOR.
           MOVE VEN-FILIAL   TO WRK-CHV-FILIAL.
           PERFORM 0160-LOCALIZAR-ITEM-DO-DIA.

           IF VEN-TIPO-CANCELAMENTO
              SUBTRACT VEN-VALOR FROM WRK-CVF-VALOR(WRK-IDX-ITEM)
           ELSE
              ADD VEN-VALOR TO WRK-CVF-VALOR(WRK-IDX-ITEM)
           END-IF.

       0145-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Faturamento do dia por CLIENTE: faturas somam,
      *          estornos abatem; registros de outra rodada do
      *          PROGCOB06 ficam fora
      *----------------------------------------------------------------*
       0150-INCLUIR-FATURAS.

           OPEN INPUT FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'OPEN' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FREIGHT-COMPUTED
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'READ'
                      FS-FCOMP WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 PERFORM 0155-ACUMULAR-FATURA THRU 0155-SAIDA
              END-IF
           END-PERFORM.

           CLOSE FREIGHT-COMPUTED.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
       0155-ACUMULAR-FATURA.

           IF FAT-DATA-RODADA NOT = WRK-DATA-ATUAL
              ADD 1 TO WRK-QT-FATURAS-OUTRA-DATA
              GO TO 0155-SAIDA
           END-IF.

           ADD 1 TO WRK-QT-FATURAS-LIDAS.
           MOVE 'F'         TO WRK-CHV-TIPO.
           MOVE FAT-CLIENTE TO WRK-CHV-CLIENTE.
           MOVE SPACES      TO WRK-CHV-VENDEDOR WRK-CHV-FILIAL.
           PERFORM 0160-LOCALIZAR-ITEM-DO-DIA.

           IF FAT-REG-CREDITO
              SUBTRACT FAT-VALOR FROM WRK-CVF-VALOR(WRK-IDX-ITEM)
           ELSE
              ADD FAT-VALOR TO WRK-CVF-VALOR(WRK-IDX-ITEM)
           END-IF.

       0155-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Localizar (ou abrir) o item lancado hoje com a chave
      *          WRK-CHV-*; devolve o indice em WRK-IDX-ITEM
      *----------------------------------------------------------------*
       0160-LOCALIZAR-ITEM-DO-DIA.

           MOVE 'N' TO WRK-ITEM-ACHADO.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
                      OR WRK-ITEM-NA-TABELA
              IF WRK-CVF-DATA-LANCTO(WRK-IDX-ITEM) = WRK-DATA-ATUAL
                 AND WRK-CVF-TIPO(WRK-IDX-ITEM)     = WRK-CHV-TIPO
                 AND WRK-CVF-CLIENTE(WRK-IDX-ITEM)  = WRK-CHV-CLIENTE
                 AND WRK-CVF-VENDEDOR(WRK-IDX-ITEM) = WRK-CHV-VENDEDOR
                 AND WRK-CVF-FILIAL(WRK-IDX-ITEM)   = WRK-CHV-FILIAL
                 MOVE 'S' TO WRK-ITEM-ACHADO
              END-IF
           END-PERFORM.

           IF WRK-ITEM-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-ITEM
           ELSE
              IF WRK-QTD-ITENS >= WRK-MAX-ITENS
                 DISPLAY 'TABELA DA CONCILIACAO ESGOTADA ('
                         WRK-MAX-ITENS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-ITENS
              MOVE WRK-QTD-ITENS    TO WRK-IDX-ITEM
              MOVE WRK-CHV-TIPO     TO WRK-CVF-TIPO(WRK-IDX-ITEM)
              MOVE WRK-CHV-CLIENTE  TO WRK-CVF-CLIENTE(WRK-IDX-ITEM)
              MOVE WRK-DATA-ATUAL   TO WRK-CVF-DATA(WRK-IDX-ITEM)
                                       WRK-CVF-DATA-LANCTO(WRK-IDX-ITEM)
              MOVE WRK-CHV-VENDEDOR TO WRK-CVF-VENDEDOR(WRK-IDX-ITEM)
              MOVE WRK-CHV-FILIAL   TO WRK-CVF-FILIAL(WRK-IDX-ITEM)
              MOVE ZEROS            TO WRK-CVF-VALOR(WRK-IDX-ITEM)
                                       WRK-CVF-DATA-BAIXA(WRK-IDX-ITEM)
                                       WRK-CVF-DATA-PAR(WRK-IDX-ITEM)
                                       WRK-CVF-VALOR-PAR(WRK-IDX-ITEM)
              MOVE 'P'              TO WRK-CVF-SITUACAO(WRK-IDX-ITEM)
           END-IF.
      *----------------------------------------------------------------*
      *          Casar cada venda pendente com a fatura pendente do
      *          mesmo cliente de data mais proxima dentro do prazo;
      *          depois vencer o que ficou sem par alem do prazo
      *----------------------------------------------------------------*
       0200-CONCILIAR.

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              IF WRK-CVF-VENDA(WRK-IDX-ITEM)
                 AND WRK-CVF-PENDENTE(WRK-IDX-ITEM)
                 PERFORM 0210-PROCURAR-FATURA
                 IF WRK-IDX-MELHOR > ZEROS
                    PERFORM 0220-BAIXAR-PAR
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              IF WRK-CVF-PENDENTE(WRK-IDX-ITEM)
                 PERFORM 0230-VERIFICAR-PRAZO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0210-PROCURAR-FATURA.

           MOVE ZEROS TO WRK-IDX-MELHOR.
           MOVE 99999 TO WRK-MENOR-DIAS.
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-ITENS
              IF WRK-CVF-FATURA(WRK-IDX-PAR)
                 AND WRK-CVF-PENDENTE(WRK-IDX-PAR)
                 AND WRK-CVF-CLIENTE(WRK-IDX-PAR) =
                     WRK-CVF-CLIENTE(WRK-IDX-ITEM)
                 MOVE WRK-CVF-DATA(WRK-IDX-ITEM) TO WRK-DATA-1
                 MOVE WRK-CVF-DATA(WRK-IDX-PAR)  TO WRK-DATA-2
                 PERFORM 0290-CALCULAR-DIAS
                 IF WRK-DIAS NOT > WRK-DIAS-PRAZO
                    AND WRK-DIAS < WRK-MENOR-DIAS
                    MOVE WRK-DIAS    TO WRK-MENOR-DIAS
                    MOVE WRK-IDX-PAR TO WRK-IDX-MELHOR
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Baixar a venda e a fatura casadas; diferenca de
      *          valor acima da tolerancia (percentual sobre o
      *          faturado) baixa as duas como divergentes
      *----------------------------------------------------------------*
       0220-BAIXAR-PAR.

           IF WRK-CVF-VALOR(WRK-IDX-ITEM) >
              WRK-CVF-VALOR(WRK-IDX-MELHOR)
              COMPUTE WRK-DIFERENCA = WRK-CVF-VALOR(WRK-IDX-ITEM)
                                    - WRK-CVF-VALOR(WRK-IDX-MELHOR)
           ELSE
              COMPUTE WRK-DIFERENCA = WRK-CVF-VALOR(WRK-IDX-MELHOR)
                                    - WRK-CVF-VALOR(WRK-IDX-ITEM)
           END-IF.
           COMPUTE WRK-TOLERANCIA ROUNDED =
                   WRK-CVF-VALOR(WRK-IDX-MELHOR) * WRK-PCT-TOLERANCIA
                   / 100.

           IF WRK-DIFERENCA > WRK-TOLERANCIA
              MOVE 'D' TO WRK-CVF-SITUACAO(WRK-IDX-ITEM)
                          WRK-CVF-SITUACAO(WRK-IDX-MELHOR)
              ADD 1 TO WRK-QT-DIVERGENTES
           ELSE
              MOVE 'C' TO WRK-CVF-SITUACAO(WRK-IDX-ITEM)
                          WRK-CVF-SITUACAO(WRK-IDX-MELHOR)
              ADD 1 TO WRK-QT-CONCILIADAS
           END-IF.

           MOVE WRK-DATA-ATUAL TO WRK-CVF-DATA-BAIXA(WRK-IDX-ITEM)
                                  WRK-CVF-DATA-BAIXA(WRK-IDX-MELHOR).
           MOVE WRK-CVF-DATA(WRK-IDX-MELHOR)
             TO WRK-CVF-DATA-PAR(WRK-IDX-ITEM).
           MOVE WRK-CVF-VALOR(WRK-IDX-MELHOR)
             TO WRK-CVF-VALOR-PAR(WRK-IDX-ITEM).
           MOVE WRK-CVF-DATA(WRK-IDX-ITEM)
             TO WRK-CVF-DATA-PAR(WRK-IDX-MELHOR).
           MOVE WRK-CVF-VALOR(WRK-IDX-ITEM)
             TO WRK-CVF-VALOR-PAR(WRK-IDX-MELHOR).
      *----------------------------------------------------------------*
      *          Item pendente ha mais dias que o prazo: baixado sem
      *          par (venda sem fatura ou fatura sem venda)
      *----------------------------------------------------------------*
       0230-VERIFICAR-PRAZO.

           MOVE WRK-CVF-DATA(WRK-IDX-ITEM) TO WRK-DATA-1.
           MOVE WRK-DATA-ATUAL             TO WRK-DATA-2.
           PERFORM 0290-CALCULAR-DIAS.

           IF WRK-DIAS > WRK-DIAS-PRAZO
              MOVE 'S'            TO WRK-CVF-SITUACAO(WRK-IDX-ITEM)
              MOVE WRK-DATA-ATUAL TO WRK-CVF-DATA-BAIXA(WRK-IDX-ITEM)
              IF WRK-CVF-VENDA(WRK-IDX-ITEM)
                 ADD 1 TO WRK-QT-VENDAS-SEM-FATURA
              ELSE
                 ADD 1 TO WRK-QT-FATURAS-SEM-VENDA
              END-IF
           ELSE
              IF WRK-CVF-VENDA(WRK-IDX-ITEM)
                 ADD 1 TO WRK-QT-VENDAS-PENDENTES
              ELSE
                 ADD 1 TO WRK-QT-FATURAS-PENDENTES
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Dias corridos entre WRK-DATA-1 e WRK-DATA-2, em
      *          qualquer ordem, pela DIFMI do PROGCOBU4
      *----------------------------------------------------------------*
       0290-CALCULAR-DIAS.

           IF WRK-DATA-1 > WRK-DATA-2
              CALL 'PROGCOBU4' USING 'DIFMI '
                   WRK-DATA-2 WRK-U4-HORA-1
                   WRK-DATA-1 WRK-U4-HORA-2
                   WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF
           ELSE
              CALL 'PROGCOBU4' USING 'DIFMI '
                   WRK-DATA-1 WRK-U4-HORA-1
                   WRK-DATA-2 WRK-U4-HORA-2
                   WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF
           END-IF.
           COMPUTE WRK-DIAS = WRK-U4-RESULTADO / 1440.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE WRK-PCT-TOLERANCIA TO WRK-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONCILIACAO VENDAS X FATURAMENTO - ' WRK-DATA-ATUAL
                  '  PRAZO ' WRK-DIAS-PRAZO ' DIAS  TOL. '
                  WRK-PCT-ED '%'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'DIFERENCAS DE VALOR ACIMA DA TOLERANCIA' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              IF WRK-CVF-VENDA(WRK-IDX-ITEM)
                 AND WRK-CVF-DIVERGENTE(WRK-IDX-ITEM)
                 PERFORM 0310-LISTAR-DIVERGENCIA
              END-IF
           END-PERFORM.
           PERFORM 0340-LISTAR-NENHUMA.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'VENDAS SEM FATURA NO PRAZO' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              IF WRK-CVF-VENDA(WRK-IDX-ITEM)
                 AND WRK-CVF-SEM-PAR(WRK-IDX-ITEM)
                 PERFORM 0320-LISTAR-VENDA-SEM-FATURA
              END-IF
           END-PERFORM.
           PERFORM 0340-LISTAR-NENHUMA.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'FATURAS SEM VENDA NO PRAZO' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              IF WRK-CVF-FATURA(WRK-IDX-ITEM)
                 AND WRK-CVF-SEM-PAR(WRK-IDX-ITEM)
                 PERFORM 0330-LISTAR-FATURA-SEM-VENDA
              END-IF
           END-PERFORM.
           PERFORM 0340-LISTAR-NENHUMA.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONCILIADAS ' WRK-QT-CONCILIADAS
                  '  AGUARDANDO: VENDAS ' WRK-QT-VENDAS-PENDENTES
                  ' FATURAS ' WRK-QT-FATURAS-PENDENTES
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0350-GRAVAR-RAZAO.
           PERFORM 0360-GRAVAR-SINALIZACAO.

           CLOSE SALESMAN-MASTER CUSTOMER-MASTER CONCILIACAO-REPORT.
           CALL 'PROGCOBU1' USING 'CONCVF.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'VENDAS CONSIDERADAS    : ' WRK-QT-VENDAS-LIDAS.
           DISPLAY 'REJEITADAS IGNORADAS   : ' WRK-QT-REJEITADAS.
           DISPLAY 'FATURAS CONSIDERADAS   : ' WRK-QT-FATURAS-LIDAS.
           DISPLAY 'FATURAS DE OUTRA DATA  : '
                   WRK-QT-FATURAS-OUTRA-DATA.
           DISPLAY 'CONCILIADAS            : ' WRK-QT-CONCILIADAS.
           DISPLAY 'DIVERGENTES            : ' WRK-QT-DIVERGENTES.
           DISPLAY 'VENDAS SEM FATURA      : '
                   WRK-QT-VENDAS-SEM-FATURA.
           DISPLAY 'FATURAS SEM VENDA      : '
                   WRK-QT-FATURAS-SEM-VENDA.
           DISPLAY 'SINALIZADAS AO PROGCOB27: ' WRK-QT-SINALIZADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           IF WRK-QT-DIVERGENTES > ZEROS
              OR WRK-QT-VENDAS-SEM-FATURA > ZEROS
              OR WRK-QT-FATURAS-SEM-VENDA > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0310-LISTAR-DIVERGENCIA.

           PERFORM 0370-BUSCAR-NOMES.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLI ' WRK-CVF-CLIENTE(WRK-IDX-ITEM) ' '
                  WRK-NOME-CLIENTE ' VEND '
                  WRK-CVF-VENDEDOR(WRK-IDX-ITEM) ' '
                  WRK-NOME-VENDEDOR
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-CVF-VALOR(WRK-IDX-ITEM) >
              WRK-CVF-VALOR-PAR(WRK-IDX-ITEM)
              COMPUTE WRK-DIFERENCA = WRK-CVF-VALOR(WRK-IDX-ITEM)
                                    - WRK-CVF-VALOR-PAR(WRK-IDX-ITEM)
           ELSE
              COMPUTE WRK-DIFERENCA = WRK-CVF-VALOR-PAR(WRK-IDX-ITEM)
                                    - WRK-CVF-VALOR(WRK-IDX-ITEM)
           END-IF.
           MOVE WRK-CVF-VALOR(WRK-IDX-ITEM)     TO WRK-VALOR-ED.
           MOVE WRK-CVF-VALOR-PAR(WRK-IDX-ITEM) TO WRK-VALOR-PAR-ED.
           MOVE WRK-DIFERENCA                   TO WRK-DIFERENCA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  VENDA ' WRK-CVF-DATA(WRK-IDX-ITEM) WRK-VALOR-ED
                  ' FAT ' WRK-CVF-DATA-PAR(WRK-IDX-ITEM)
                  WRK-VALOR-PAR-ED ' DIF ' WRK-DIFERENCA-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-LISTADOS.
      *----------------------------------------------------------------*
       0320-LISTAR-VENDA-SEM-FATURA.

           PERFORM 0370-BUSCAR-NOMES.
           MOVE WRK-CVF-VALOR(WRK-IDX-ITEM) TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-CVF-DATA(WRK-IDX-ITEM)
                  ' CLI ' WRK-CVF-CLIENTE(WRK-IDX-ITEM)
                  ' VEND ' WRK-CVF-VENDEDOR(WRK-IDX-ITEM) ' '
                  WRK-NOME-VENDEDOR ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-LISTADOS.
      *----------------------------------------------------------------*
       0330-LISTAR-FATURA-SEM-VENDA.

           PERFORM 0370-BUSCAR-NOMES.
           MOVE WRK-CVF-VALOR(WRK-IDX-ITEM) TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-CVF-DATA(WRK-IDX-ITEM)
                  ' CLI ' WRK-CVF-CLIENTE(WRK-IDX-ITEM) ' '
                  WRK-NOME-CLIENTE '           ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-LISTADOS.
      *----------------------------------------------------------------*
       0340-LISTAR-NENHUMA.

           IF WRK-QT-LISTADOS = ZEROS
              MOVE '  NENHUMA.' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          Regravar o razao: ficam os itens pendentes e os
      *          baixados hoje (para uma rodada repetida no mesmo dia
      *          refazer a baixa); os anulados no dia nao entram
      *----------------------------------------------------------------*
       0350-GRAVAR-RAZAO.

           OPEN OUTPUT CONCILIACAO-FILE.
           CALL 'PROGCOBU1' USING 'CONCVF.DAT' 'OPEN' FS-CONCV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              IF NOT WRK-CVF-ANULADO(WRK-IDX-ITEM)
                 MOVE WRK-CVF-TIPO(WRK-IDX-ITEM)     TO CVF-TIPO
                 MOVE WRK-CVF-CLIENTE(WRK-IDX-ITEM)  TO CVF-CLIENTE
                 MOVE WRK-CVF-DATA(WRK-IDX-ITEM)     TO CVF-DATA
                 MOVE WRK-CVF-VENDEDOR(WRK-IDX-ITEM) TO CVF-VENDEDOR
                 MOVE WRK-CVF-FILIAL(WRK-IDX-ITEM)   TO CVF-FILIAL
                 MOVE WRK-CVF-VALOR(WRK-IDX-ITEM)    TO CVF-VALOR
                 MOVE WRK-CVF-DATA-LANCTO(WRK-IDX-ITEM)
                   TO CVF-DATA-LANCTO
                 MOVE WRK-CVF-SITUACAO(WRK-IDX-ITEM) TO CVF-SITUACAO
                 MOVE WRK-CVF-DATA-BAIXA(WRK-IDX-ITEM)
                   TO CVF-DATA-BAIXA
                 MOVE WRK-CVF-DATA-PAR(WRK-IDX-ITEM) TO CVF-DATA-PAR
                 MOVE WRK-CVF-VALOR-PAR(WRK-IDX-ITEM)
                   TO CVF-VALOR-PAR
                 WRITE CONCILIACAO-VF-REG
                 CALL 'PROGCOBU1' USING 'CONCVF.DAT' 'WRITE'
                      FS-CONCV WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE CONCILIACAO-FILE.
           CALL 'PROGCOBU1' USING 'CONCVF.DAT' 'CLOSE' FS-CONCV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Vendas baixadas hoje sem fatura ou divergentes, por
      *          vendedor, para o demonstrativo do PROGCOB27
      *----------------------------------------------------------------*
       0360-GRAVAR-SINALIZACAO.

           OPEN OUTPUT VENDA-NAO-FATURADA-FILE.
           CALL 'PROGCOBU1' USING 'VENDNFAT.DAT' 'OPEN' FS-VNFAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
              IF WRK-CVF-VENDA(WRK-IDX-ITEM)
                 AND (WRK-CVF-SEM-PAR(WRK-IDX-ITEM)
                      OR WRK-CVF-DIVERGENTE(WRK-IDX-ITEM))
                 MOVE WRK-DATA-ATUAL TO VNF-DATA-RODADA
                 MOVE WRK-CVF-VENDEDOR(WRK-IDX-ITEM) TO VNF-VENDEDOR
                 MOVE WRK-CVF-FILIAL(WRK-IDX-ITEM)   TO VNF-FILIAL
                 MOVE WRK-CVF-CLIENTE(WRK-IDX-ITEM)  TO VNF-CLIENTE
                 MOVE WRK-CVF-DATA(WRK-IDX-ITEM)     TO VNF-DATA-VENDA
                 MOVE WRK-CVF-VALOR(WRK-IDX-ITEM)
                   TO VNF-VALOR-VENDA
                 MOVE WRK-CVF-VALOR-PAR(WRK-IDX-ITEM)
                   TO VNF-VALOR-FATURADO
                 MOVE WRK-CVF-SITUACAO(WRK-IDX-ITEM) TO VNF-SITUACAO
                 WRITE VENDA-NAO-FATURADA-REG
                 CALL 'PROGCOBU1' USING 'VENDNFAT.DAT' 'WRITE'
                      FS-VNFAT WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QT-SINALIZADAS
              END-IF
           END-PERFORM.

           CLOSE VENDA-NAO-FATURADA-FILE.
           CALL 'PROGCOBU1' USING 'VENDNFAT.DAT' 'CLOSE' FS-VNFAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0370-BUSCAR-NOMES.

           MOVE SPACES TO WRK-NOME-VENDEDOR WRK-NOME-CLIENTE.
           IF WRK-CVF-VENDEDOR(WRK-IDX-ITEM) NOT = SPACES
              MOVE WRK-CVF-VENDEDOR(WRK-IDX-ITEM) TO VDM-CODIGO
              READ SALESMAN-MASTER
                  INVALID KEY
                      MOVE '(SEM CADASTRO)' TO WRK-NOME-VENDEDOR
                  NOT INVALID KEY
                      MOVE VDM-NOME TO WRK-NOME-VENDEDOR
              END-READ
           END-IF.
           MOVE WRK-CVF-CLIENTE(WRK-IDX-ITEM) TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO WRK-NOME-CLIENTE
               NOT INVALID KEY
                   MOVE CLI-NOME TO WRK-NOME-CLIENTE
           END-READ.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'CONCVF.REL' 'WRITE' FS-RELAT
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
