      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB75
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Idade dos backorders para o balcao de vendas: ordena
      * a fila BACKORD.DAT por cliente, produto e data original do
      * pedido e imprime em BACKAGE.REL, com quebra por cliente (nome
      * do CUSTOMER-MASTER), cada linha pendente com a quantidade, o
      * valor a preco do pedido e a idade em dias desde a data do
      * pedido. Subtotal por cliente e, no final, a quantidade e o
      * valor pendentes por faixa de idade (ate 7, 8 a 15, 16 a 30 e
      * acima de 30 dias).
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB75.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKO-CHAVE
               FILE STATUS IS FS-BACKO.

           SELECT BACKORDER-ORDENADO
               ASSIGN TO 'BACKSORT.TMP'.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT IDADE-BACKORDER-REPORT
               ASSIGN TO 'BACKAGE.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  BACKORDER-FILE.
       COPY BACKOREG.

       SD  BACKORDER-ORDENADO.
       01  ORD-REG.
           03  ORD-PRODUTO                PIC X(20).
           03  ORD-DATA-PEDIDO            PIC 9(08).
           03  ORD-NUMERO                 PIC 9(06).
           03  ORD-ITEM                   PIC 9(02).
           03  ORD-CLIENTE                PIC 9(05).
           03  ORD-UF                     PIC X(02).
           03  ORD-CATEGORIA              PIC X(02).
           03  ORD-QUANTIDADE             PIC 9(04).
           03  ORD-VALOR                  PIC 9(06)V99.
           03  ORD-PESO                   PIC 9(04)V999.
           03  ORD-DATA-INCLUSAO          PIC 9(08).

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  IDADE-BACKORDER-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BACKO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-RODADA          PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ORDENADO         PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-ORDENADO            VALUE 'S'.
       77  WRK-TEM-FILA             PIC X(01)     VALUE 'N'.
           88  WRK-FILA-DISPONIVEL                 VALUE 'S'.

       77  WRK-CLIENTE-ANTERIOR     PIC 9(05)     VALUE ZEROS.
       77  WRK-PRIMEIRO-CLIENTE     PIC X(01)     VALUE 'S'.
           88  WRK-SEM-CLIENTE-ABERTO              VALUE 'S'.
       77  WRK-CLIENTE-NOME         PIC X(20)     VALUE SPACES.

       77  WRK-U4-HORA-1            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-HORA-2            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-QTD-DIAS          PIC 9(03)     VALUE ZEROS.
       77  WRK-U4-RESULTADO         PIC S9(09)    VALUE ZEROS.
       77  WRK-U4-UF                PIC X(02)     VALUE SPACES.
       77  WRK-DIAS-IDADE           PIC S9(05)    VALUE ZEROS.
       77  WRK-IDX-FAIXA            PIC 9(01)  COMP  VALUE ZEROS.

       77  WRK-VALOR-LINHA          PIC 9(09)V99  VALUE ZEROS.
       77  WRK-QTD-LINHAS           PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-CLIENTES         PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-CLIENTE          PIC 9(07)     VALUE ZEROS.
       77  WRK-VALOR-CLIENTE        PIC 9(11)V99  VALUE ZEROS.
       77  WRK-QTD-GERAL            PIC 9(07)     VALUE ZEROS.
       77  WRK-VALOR-GERAL          PIC 9(11)V99  VALUE ZEROS.

       01  WRK-TABELA-FAIXAS.
           03  WRK-FAIXA OCCURS 4 TIMES.
               05  WRK-FXA-QUANTIDADE PIC 9(07).
               05  WRK-FXA-VALOR      PIC 9(11)V99.
       01  WRK-NOMES-FAIXAS.
           03  FILLER               PIC X(20)
                                    VALUE 'ATE 7 DIAS ......  '.
           03  FILLER               PIC X(20)
                                    VALUE '8 A 15 DIAS .....  '.
           03  FILLER               PIC X(20)
                                    VALUE '16 A 30 DIAS ....  '.
           03  FILLER               PIC X(20)
                                    VALUE 'ACIMA DE 30 DIAS   '.
       01  FILLER REDEFINES WRK-NOMES-FAIXAS.
           03  WRK-FXA-NOME         PIC X(20) OCCURS 4 TIMES.

       77  WRK-QTD-ED               PIC Z.ZZ9.
       77  WRK-QTD-TOTAL-ED         PIC Z.ZZZ.ZZ9.
       77  WRK-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-DIAS-ED              PIC -ZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-FILA-DISPONIVEL
              PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0250-IMPRIMIR-FAIXAS.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-TABELA-FAIXAS.

           CALL 'PROGCOBU3' USING 'BACKORDER ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'RELATORIO DE BACKORDER NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT BACKORDER-FILE.
           IF FS-BACKO = '35'
              DISPLAY 'BACKORD.DAT AUSENTE: NENHUM BACKORDER '
                      'PENDENTE.'
           ELSE
              CALL 'PROGCOBU1' USING 'BACKORD.DAT' 'OPEN' FS-BACKO
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CLOSE BACKORDER-FILE
              MOVE 'S' TO WRK-TEM-FILA
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT IDADE-BACKORDER-REPORT.
           CALL 'PROGCOBU1' USING 'BACKAGE.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'IDADE DOS BACKORDERS POR CLIENTE EM '
                  WRK-DATA-RODADA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUTO              PEDIDO/IT DATA PED.  '
                  '  QTD    VALOR PENDENTE  DIAS'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Ordenar a fila por cliente, produto e data do pedido
      *          e imprimir com quebra por cliente
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           SORT BACKORDER-ORDENADO
               ON ASCENDING KEY ORD-CLIENTE
                                ORD-PRODUTO
                                ORD-DATA-PEDIDO
                                ORD-NUMERO
                                ORD-ITEM
               USING BACKORDER-FILE
               OUTPUT PROCEDURE IS 0210-IMPRIMIR-ORDENADO.

           IF NOT WRK-SEM-CLIENTE-ABERTO
              PERFORM 0230-FECHAR-CLIENTE
           END-IF.
      *----------------------------------------------------------------*
       0210-IMPRIMIR-ORDENADO.

           PERFORM UNTIL WRK-NAO-HA-MAIS-ORDENADO
              RETURN BACKORDER-ORDENADO
                  AT END
                      MOVE 'S' TO WRK-FIM-ORDENADO
              END-RETURN
              IF NOT WRK-NAO-HA-MAIS-ORDENADO
                 IF WRK-SEM-CLIENTE-ABERTO
                    PERFORM 0220-ABRIR-CLIENTE
                 ELSE
                    IF ORD-CLIENTE NOT = WRK-CLIENTE-ANTERIOR
                       PERFORM 0230-FECHAR-CLIENTE
                       PERFORM 0220-ABRIR-CLIENTE
                    END-IF
                 END-IF
                 PERFORM 0225-IMPRIMIR-LINHA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0220-ABRIR-CLIENTE.

           MOVE 'N'         TO WRK-PRIMEIRO-CLIENTE.
           MOVE ORD-CLIENTE TO WRK-CLIENTE-ANTERIOR.
           MOVE ZEROS       TO WRK-QTD-CLIENTE WRK-VALOR-CLIENTE.
           ADD 1 TO WRK-QTD-CLIENTES.

           MOVE ORD-CLIENTE TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CLIEN-OK
              MOVE CLI-NOME TO WRK-CLIENTE-NOME
           ELSE
              MOVE 'NAO CADASTRADO' TO WRK-CLIENTE-NOME
           END-IF.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTE ' ORD-CLIENTE ' ' WRK-CLIENTE-NOME
                  ' UF ' ORD-UF
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Linha pendente: idade em dias desde a data original
      *          do pedido, pela DIFMI do PROGCOBU4, e faixa de idade
      *----------------------------------------------------------------*
       0225-IMPRIMIR-LINHA.

           CALL 'PROGCOBU4' USING 'DIFMI '
                ORD-DATA-PEDIDO WRK-U4-HORA-1
                WRK-DATA-RODADA WRK-U4-HORA-2
                WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF.
           COMPUTE WRK-DIAS-IDADE = WRK-U4-RESULTADO / 1440.

           EVALUATE TRUE
              WHEN WRK-DIAS-IDADE <= 7
                 MOVE 1 TO WRK-IDX-FAIXA
              WHEN WRK-DIAS-IDADE <= 15
                 MOVE 2 TO WRK-IDX-FAIXA
              WHEN WRK-DIAS-IDADE <= 30
                 MOVE 3 TO WRK-IDX-FAIXA
              WHEN OTHER
                 MOVE 4 TO WRK-IDX-FAIXA
           END-EVALUATE.

           COMPUTE WRK-VALOR-LINHA = ORD-QUANTIDADE * ORD-VALOR.
           ADD ORD-QUANTIDADE  TO WRK-QTD-CLIENTE
                                  WRK-FXA-QUANTIDADE(WRK-IDX-FAIXA).
           ADD WRK-VALOR-LINHA TO WRK-VALOR-CLIENTE
                                  WRK-FXA-VALOR(WRK-IDX-FAIXA).
           ADD 1 TO WRK-QTD-LINHAS.

           MOVE ORD-QUANTIDADE  TO WRK-QTD-ED.
           MOVE WRK-VALOR-LINHA TO WRK-VALOR-ED.
           MOVE WRK-DIAS-IDADE  TO WRK-DIAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING ORD-PRODUTO ' ' ORD-NUMERO '/' ORD-ITEM ' '
                  ORD-DATA-PEDIDO '  ' WRK-QTD-ED ' '
                  WRK-VALOR-ED ' ' WRK-DIAS-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0230-FECHAR-CLIENTE.

           MOVE WRK-QTD-CLIENTE   TO WRK-QTD-TOTAL-ED.
           MOVE WRK-VALOR-CLIENTE TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SUBTOTAL CLIENTE ' WRK-CLIENTE-ANTERIOR
                  '                ' WRK-QTD-TOTAL-ED ' '
                  WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           ADD WRK-QTD-CLIENTE   TO WRK-QTD-GERAL.
           ADD WRK-VALOR-CLIENTE TO WRK-VALOR-GERAL.
      *----------------------------------------------------------------*
      *          Resumo da fila por faixa de idade e total geral
      *----------------------------------------------------------------*
       0250-IMPRIMIR-FAIXAS.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'PENDENTE POR FAIXA DE IDADE         QTD    VALOR'
             TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > 4
              MOVE WRK-FXA-QUANTIDADE(WRK-IDX-FAIXA)
                TO WRK-QTD-TOTAL-ED
              MOVE WRK-FXA-VALOR(WRK-IDX-FAIXA) TO WRK-VALOR-ED
              MOVE SPACES TO REL-LINHA
              STRING WRK-FXA-NOME(WRK-IDX-FAIXA) '       '
                     WRK-QTD-TOTAL-ED ' ' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-PERFORM.

           MOVE WRK-QTD-GERAL   TO WRK-QTD-TOTAL-ED.
           MOVE WRK-VALOR-GERAL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL GERAL ..........     '
                  WRK-QTD-TOTAL-ED ' ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'BACKAGE.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE CUSTOMER-MASTER IDADE-BACKORDER-REPORT.
           CALL 'PROGCOBU1' USING 'BACKAGE.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-VALOR-GERAL TO WRK-VALOR-ED.
           DISPLAY '-------------------'.
           DISPLAY 'CLIENTES COM BACKORDER ' WRK-QTD-CLIENTES.
           DISPLAY 'LINHAS PENDENTES       ' WRK-QTD-LINHAS.
           DISPLAY 'VALOR PENDENTE         ' WRK-VALOR-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
