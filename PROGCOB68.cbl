      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB68
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Relatorio semanal de pedidos de compra em aberto:
      * percorre o PEDCOMPR.DAT e imprime em PCABERTO.REL as linhas
      * abertas ou parcialmente recebidas cuja data prevista de
      * entrega ja passou, com fornecedor, saldo a receber e dias
      * de atraso, para compras cobrar o fornecedor antes de a
      * pre-critica do PROGCOB20 comecar a rejeitar pedido por falta
      * de saldo. Fecha com a quantidade de linhas em aberto, a de
      * linhas em atraso e o valor a receber (saldo x custo
      * acertado).
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB68.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
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

           SELECT PEDIDOS-ABERTOS-REPORT
               ASSIGN TO 'PCABERTO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  PEDIDO-COMPRA-FILE.
       COPY PEDCOREG.

       FD  FORNECEDOR-MASTER.
       COPY FORNREG.

       FD  PEDIDOS-ABERTOS-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FORNE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-FIM-PEDIDOS          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PEDIDOS             VALUE 'S'.

       77  WRK-DATA-RODADA          PIC 9(08)     VALUE ZEROS.
       77  WRK-SALDO-LINHA          PIC 9(06)     VALUE ZEROS.
       77  WRK-VALOR-ABERTO         PIC 9(11)V99  VALUE ZEROS.
       77  WRK-DIAS-ATRASO          PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-ABERTAS          PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-ATRASADAS        PIC 9(05)     VALUE ZEROS.
       77  WRK-FORNECEDOR-NOME      PIC X(20)     VALUE SPACES.

       77  WRK-SALDO-ED             PIC ZZZZZ9.
       77  WRK-DIAS-ED              PIC ZZZZ9.
       77  WRK-QTD-ED               PIC ZZZZ9.
       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       77  WRK-U4-HORA-1            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-HORA-2            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-QTD-DIAS          PIC 9(03)     VALUE ZEROS.
       77  WRK-U4-RESULTADO         PIC S9(09)    VALUE ZEROS.
       77  WRK-U4-UF                PIC X(02)     VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-NAO-HA-MAIS-PEDIDOS.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.

           OPEN INPUT FORNECEDOR-MASTER.
           CALL 'PROGCOBU1' USING 'FORNMAST.DAT' 'OPEN' FS-FORNE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT PEDIDOS-ABERTOS-REPORT.
           CALL 'PROGCOBU1' USING 'PCABERTO.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDOS DE COMPRA EM ATRASO EM ' WRK-DATA-RODADA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'PEDIDO LN FORNECEDOR           PRODUTO            '
             TO REL-LINHA.
           MOVE '   SALDO PREVISTA  DIAS' TO REL-LINHA(52:23).
           PERFORM 0800-GRAVAR-LINHA.

           OPEN INPUT PEDIDO-COMPRA-FILE.
           IF FS-PCOMP = '35'
              DISPLAY 'PEDCOMPR.DAT AUSENTE: SEM PEDIDOS DE COMPRA.'
              MOVE 'S' TO WRK-FIM-PEDIDOS
           ELSE
              CALL 'PROGCOBU1' USING 'PEDCOMPR.DAT' 'OPEN' FS-PCOMP
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              PERFORM 0110-LER-PEDIDO
           END-IF.
      *----------------------------------------------------------------*
       0110-LER-PEDIDO.

           READ PEDIDO-COMPRA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PEDIDOS
           END-READ.

           IF NOT WRK-NAO-HA-MAIS-PEDIDOS
              CALL 'PROGCOBU1' USING 'PEDCOMPR.DAT' 'READ' FS-PCOMP
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Linha aberta ou parcial conta no total; com a data
      *          prevista vencida sai no relatorio com os dias de
      *          atraso corridos
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           IF PCO-PENDENTE-RECEBER
              COMPUTE WRK-SALDO-LINHA =
                      PCO-QTD-PEDIDA - PCO-QTD-RECEBIDA
              ADD 1 TO WRK-QTD-ABERTAS
              COMPUTE WRK-VALOR-ABERTO = WRK-VALOR-ABERTO +
                      (WRK-SALDO-LINHA * PCO-CUSTO-UNITARIO)
              IF PCO-DATA-PREVISTA < WRK-DATA-RODADA
                 PERFORM 0210-IMPRIMIR-ATRASO
              END-IF
           END-IF.

           PERFORM 0110-LER-PEDIDO.
      *----------------------------------------------------------------*
       0210-IMPRIMIR-ATRASO.

           CALL 'PROGCOBU4' USING 'DIFMI '
                PCO-DATA-PREVISTA WRK-U4-HORA-1
                WRK-DATA-RODADA WRK-U4-HORA-2
                WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF.
           COMPUTE WRK-DIAS-ATRASO = WRK-U4-RESULTADO / 1440.

           MOVE PCO-FORNECEDOR TO FOR-CODIGO.
           READ FORNECEDOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-FORNE-OK
              MOVE FOR-NOME TO WRK-FORNECEDOR-NOME
           ELSE
              MOVE 'NAO CADASTRADO' TO WRK-FORNECEDOR-NOME
           END-IF.

           MOVE WRK-SALDO-LINHA TO WRK-SALDO-ED.
           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING PCO-NUMERO          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  PCO-LINHA           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-FORNECEDOR-NOME DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  PCO-PRODUTO         DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-SALDO-ED        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  PCO-DATA-PREVISTA   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-DIAS-ED         DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-ATRASADAS.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'PCABERTO.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF WRK-QTD-ATRASADAS = ZEROS
              MOVE 'NENHUMA LINHA DE PEDIDO EM ATRASO.' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.

           MOVE WRK-QTD-ABERTAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LINHAS EM ABERTO ........ : ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-QTD-ATRASADAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LINHAS EM ATRASO ........ : ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR A RECEBER ......... : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF FS-PCOMP-OK OR FS-PCOMP-FIM
              CLOSE PEDIDO-COMPRA-FILE
           END-IF.
           CLOSE FORNECEDOR-MASTER PEDIDOS-ABERTOS-REPORT.
           CALL 'PROGCOBU1' USING 'PCABERTO.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'LINHAS EM ABERTO    ' WRK-QTD-ABERTAS.
           DISPLAY 'LINHAS EM ATRASO    ' WRK-QTD-ATRASADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
