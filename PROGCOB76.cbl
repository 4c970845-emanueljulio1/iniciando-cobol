      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB76
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Recebimento de devolucoes de clientes: processa a
      * carga DEVOLENT.DAT (layout DEVENREG), uma linha por produto
      * que voltou de uma fatura, e confere cada linha contra a
      * fatura original no FRETECOMP.DAT (existente, do mesmo
      * cliente e nao estornada) e contra o que foi faturado do
      * produto (saida 'FT' + numero no MOVESTOQ.DAT); o acumulado
      * devolvido nao passa do faturado. O recebido fica registrado
      * em DEVOLUC.DAT (layout DEVOLREG). Mercadoria revendavel volta
      * ao STOCK-BALANCE pelo custo da saida original, com movimento
      * 'D' na trilha e o estorno do CMV no GLLANCTO.DAT (origem
      * DEVCMV); mercadoria avariada e baixada como perda. Para cada
      * fatura da carga calcula o frete de volta pela tarifa vigente
      * da UF do cliente no FRETERATE.DAT (multiplicador sobre o
      * valor devolvido a preco de lista mais a taxa fixa, com o
      * minimo) e o atribui conforme o motivo: falha da
      * transportadora vira abatimento no SINABATE.DAT, descontado
      * na remessa do PROGCOB42; motivo do cliente fica na devolucao
      * para a nota de credito do PROGCOB37 manter em aberto no
      * razao; motivo da empresa e so registrado. Resultado em
      * RECDEVOL.REL.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS Linha creditada so em parte pela nota de
      *                credito do PROGCOB37 (DEV-QTD-CREDITADA abaixo
      *                do faturado) aceita novo recebimento e volta a
      *                'R' para a nota do restante.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB76.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCOES-ENTRADA
               ASSIGN TO 'DEVOLENT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DEVEN.

           SELECT FREIGHT-COMPUTED
               ASSIGN TO 'FRETECOMP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FCOMP.

           SELECT MOVIMENTO-ESTOQUE
               ASSIGN TO 'MOVESTOQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT DEVOLUCAO-FILE
               ASSIGN TO 'DEVOLUC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS FS-DEVOL.

           SELECT ESTOQUE-FILE
               ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQ.

           SELECT PRODUTO-MASTER
               ASSIGN TO 'PRODMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS FS-PRODU.

           SELECT FRETE-RATE-FILE
               ASSIGN TO 'FRETERATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CHAVE
               FILE STATUS IS FS-FRETE.

           SELECT SINISTRO-ABATIMENTOS
               ASSIGN TO 'SINABATE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ABATE.

           SELECT GL-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT DEVOLUCAO-REPORT
               ASSIGN TO 'RECDEVOL.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  DEVOLUCOES-ENTRADA.
       COPY DEVENREG.

       FD  FREIGHT-COMPUTED.
       COPY FATUREG.

       FD  MOVIMENTO-ESTOQUE.
       COPY MOVESTRE.

       FD  DEVOLUCAO-FILE.
       COPY DEVOLREG.

       FD  ESTOQUE-FILE.
       COPY ESTOQREG.

       FD  PRODUTO-MASTER.
       COPY PRODREG.

       FD  FRETE-RATE-FILE.
       COPY FRETEREG.

       FD  SINISTRO-ABATIMENTOS.
       COPY SINABREG.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  DEVOLUCAO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DEVEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==MOVES==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DEVOL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ESTOQ==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRODU==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FRETE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ABATE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-RODADA          PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-FIM-TARIFAS          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-TARIFAS             VALUE 'S'.
       77  WRK-TARIFA-OK            PIC X(01)     VALUE 'N'.
           88  WRK-TARIFA-VIGENTE                  VALUE 'S'.

       77  WRK-MAX-LINHAS           PIC 9(03)     VALUE 300.
       77  WRK-QTD-LINHAS           PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-LINHA            PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-LINHAS.
           03  WRK-LINHA OCCURS 300 TIMES.
               05  WRK-LIN-FATURA     PIC 9(06).
               05  WRK-LIN-CLIENTE    PIC 9(05).
               05  WRK-LIN-PRODUTO    PIC X(20).
               05  WRK-LIN-SITUACAO   PIC X(01).
                   88  WRK-LIN-SEM-FATURA              VALUE 'P'.
                   88  WRK-LIN-FATURA-OK               VALUE 'F'.
                   88  WRK-LIN-ESTORNADA               VALUE 'E'.
               05  WRK-LIN-UF         PIC X(02).
               05  WRK-LIN-TRANSP     PIC X(03).
               05  WRK-LIN-FATURADA   PIC 9(06).
               05  WRK-LIN-TOTAL      PIC 9(06).
               05  WRK-LIN-CUSTO      PIC 9(06)V99.

       77  WRK-MAX-FATURAS          PIC 9(03)     VALUE 300.
       77  WRK-QTD-FATURAS          PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-FATURA           PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-FATURA-ACHADA        PIC X(01)     VALUE 'N'.
           88  WRK-FATURA-NA-TABELA                VALUE 'S'.
       01  WRK-TABELA-FATURAS.
           03  WRK-FATURA OCCURS 300 TIMES.
               05  WRK-FTR-NUMERO     PIC 9(06).
               05  WRK-FTR-PRODUTO    PIC X(20).
               05  WRK-FTR-UF         PIC X(02).
               05  WRK-FTR-TRANSP     PIC X(03).
               05  WRK-FTR-MOTIVO     PIC X(02).
               05  WRK-FTR-RESPONSAVEL PIC X(01).
               05  WRK-FTR-VALOR      PIC 9(09)V99.

       77  WRK-MOTIVO-RECUSA        PIC X(20)     VALUE SPACES.
       77  WRK-MULTIPLICADOR        PIC 9(01)V99  VALUE ZEROS.
       77  WRK-MINIMO               PIC 9(04)V99  VALUE ZEROS.
       77  WRK-TAXA-FIXA            PIC 9(04)V99  VALUE ZEROS.
       77  WRK-FRETE-REVERSO        PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VALOR-CUSTO          PIC 9(09)V99  VALUE ZEROS.

       77  WRK-QTD-ACEITAS          PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-RECUSADAS        PIC 9(05)     VALUE ZEROS.
       77  WRK-VALOR-RECOLOCADO     PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-AVARIADO       PIC 9(11)V99  VALUE ZEROS.
       77  WRK-FRETE-TRANSP         PIC 9(09)V99  VALUE ZEROS.
       77  WRK-FRETE-CLIENTE        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-FRETE-EMPRESA        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-QTD-ED               PIC Z.ZZ9.
       77  WRK-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-QTD-LINHAS > ZEROS
              PERFORM 0120-LOCALIZAR-FATURAS
              PERFORM 0130-LOCALIZAR-SAIDAS
              PERFORM 0200-PROCESSAR
              PERFORM 0250-FRETE-DE-VOLTA
                  VARYING WRK-IDX-FATURA FROM 1 BY 1
                  UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'DEVOLUCAO ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'RECEBIMENTO DE DEVOLUCOES NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT DEVOLUCAO-REPORT.
           CALL 'PROGCOBU1' USING 'RECDEVOL.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'RECEBIMENTO DE DEVOLUCOES EM ' WRK-DATA-RODADA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0110-CARREGAR-DEVOLUCOES.
      *----------------------------------------------------------------*
      *          Carregar as linhas da carga na tabela, para uma
      *          passada so no FRETECOMP e no MOVESTOQ
      *----------------------------------------------------------------*
       0110-CARREGAR-DEVOLUCOES.

           OPEN INPUT DEVOLUCOES-ENTRADA.
           IF FS-DEVEN = '35'
              DISPLAY 'DEVOLENT.DAT AUSENTE: SEM DEVOLUCOES NESTA '
                      'RODADA.'
           ELSE
              CALL 'PROGCOBU1' USING 'DEVOLENT.DAT' 'OPEN' FS-DEVEN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                 READ DEVOLUCOES-ENTRADA
                     AT END
                         MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-REGISTROS
                    IF WRK-QTD-LINHAS >= WRK-MAX-LINHAS
                       DISPLAY 'TABELA DE DEVOLUCOES ESGOTADA ('
                               WRK-MAX-LINHAS ').'
                       PERFORM 0900-ABORTAR-PROCESSAMENTO
                    END-IF
                    ADD 1 TO WRK-QTD-LINHAS
                    MOVE DVE-FATURA
                      TO WRK-LIN-FATURA(WRK-QTD-LINHAS)
                    MOVE DVE-CLIENTE
                      TO WRK-LIN-CLIENTE(WRK-QTD-LINHAS)
                    MOVE DVE-PRODUTO
                      TO WRK-LIN-PRODUTO(WRK-QTD-LINHAS)
                    MOVE 'P'
                      TO WRK-LIN-SITUACAO(WRK-QTD-LINHAS)
                    MOVE SPACES
                      TO WRK-LIN-UF(WRK-QTD-LINHAS)
                         WRK-LIN-TRANSP(WRK-QTD-LINHAS)
                    MOVE ZEROS
                      TO WRK-LIN-FATURADA(WRK-QTD-LINHAS)
                         WRK-LIN-TOTAL(WRK-QTD-LINHAS)
                         WRK-LIN-CUSTO(WRK-QTD-LINHAS)
                 END-IF
              END-PERFORM
              CLOSE DEVOLUCOES-ENTRADA
           END-IF.
      *----------------------------------------------------------------*
      *          Uma passada no FRETECOMP: fatura original de cada
      *          linha (UF e transportadora) e estorno ja gravado
      *----------------------------------------------------------------*
       0120-LOCALIZAR-FATURAS.

           OPEN INPUT FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'OPEN' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FREIGHT-COMPUTED
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 PERFORM 0125-CASAR-FATURA
              END-IF
           END-PERFORM.

           CLOSE FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'CLOSE' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0125-CASAR-FATURA.

           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                   UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
              IF FAT-NUMERO  = WRK-LIN-FATURA(WRK-IDX-LINHA)
                 AND FAT-CLIENTE = WRK-LIN-CLIENTE(WRK-IDX-LINHA)
                 IF FAT-REG-ESTORNO
                    MOVE 'E' TO WRK-LIN-SITUACAO(WRK-IDX-LINHA)
                 ELSE
                    IF WRK-LIN-SEM-FATURA(WRK-IDX-LINHA)
                       MOVE 'F'
                         TO WRK-LIN-SITUACAO(WRK-IDX-LINHA)
                       MOVE FAT-UF
                         TO WRK-LIN-UF(WRK-IDX-LINHA)
                       MOVE FAT-TRANSPORTADORA
                         TO WRK-LIN-TRANSP(WRK-IDX-LINHA)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Uma passada no MOVESTOQ: quantidade faturada de cada
      *          produto da fatura, total da fatura e custo da saida
      *----------------------------------------------------------------*
       0130-LOCALIZAR-SAIDAS.

           OPEN INPUT MOVIMENTO-ESTOQUE.
           IF FS-MOVES = '35'
              MOVE 'S' TO WRK-FIM-ARQUIVO
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
                    IF MOV-SAIDA AND MOV-ORIGEM-FATURAMENTO
                       PERFORM 0135-CASAR-SAIDA
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MOVIMENTO-ESTOQUE
           END-IF.

           OPEN EXTEND MOVIMENTO-ESTOQUE.
           IF NOT FS-MOVES-OK
              OPEN OUTPUT MOVIMENTO-ESTOQUE
           END-IF.
           CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'OPEN' FS-MOVES
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0135-CASAR-SAIDA.

           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                   UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
              IF MOV-FAT-NUMERO = WRK-LIN-FATURA(WRK-IDX-LINHA)
                 ADD MOV-QUANTIDADE TO WRK-LIN-TOTAL(WRK-IDX-LINHA)
                 IF MOV-CODIGO = WRK-LIN-PRODUTO(WRK-IDX-LINHA)
                    ADD MOV-QUANTIDADE
                      TO WRK-LIN-FATURADA(WRK-IDX-LINHA)
                    MOVE MOV-CUSTO-UNITARIO
                      TO WRK-LIN-CUSTO(WRK-IDX-LINHA)
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Segunda leitura da carga, na mesma ordem da tabela:
      *          conferir e registrar cada linha
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           OPEN I-O DEVOLUCAO-FILE.
           IF FS-DEVOL = '35'
              OPEN OUTPUT DEVOLUCAO-FILE
              CLOSE DEVOLUCAO-FILE
              OPEN I-O DEVOLUCAO-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'DEVOLUC.DAT' 'OPEN' FS-DEVOL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O ESTOQUE-FILE.
           CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'OPEN' FS-ESTOQ
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

           OPEN EXTEND GL-LANCAMENTOS.
           IF NOT FS-GLLAN-OK
              OPEN OUTPUT GL-LANCAMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT FRETE-RATE-FILE.
           CALL 'PROGCOBU1' USING 'FRETERATE.DAT' 'OPEN' FS-FRETE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN EXTEND SINISTRO-ABATIMENTOS.
           IF NOT FS-ABATE-OK
              OPEN OUTPUT SINISTRO-ABATIMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'SINABATE.DAT' 'OPEN' FS-ABATE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT DEVOLUCOES-ENTRADA.
           CALL 'PROGCOBU1' USING 'DEVOLENT.DAT' 'OPEN' FS-DEVEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                   UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
                      OR WRK-NAO-HA-MAIS-REGISTROS
              READ DEVOLUCOES-ENTRADA
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 PERFORM 0210-CONFERIR-LINHA
              END-IF
           END-PERFORM.

           CLOSE DEVOLUCOES-ENTRADA.
      *----------------------------------------------------------------*
      *          Fatura existente e nao estornada, produto faturado,
      *          condicao e motivo conhecidos; o acumulado devolvido
      *          do produto nao passa do faturado
      *----------------------------------------------------------------*
       0210-CONFERIR-LINHA.

           MOVE SPACES TO WRK-MOTIVO-RECUSA.

           EVALUATE TRUE
              WHEN WRK-LIN-SEM-FATURA(WRK-IDX-LINHA)
                 MOVE 'FATURA INEXISTENTE' TO WRK-MOTIVO-RECUSA
              WHEN WRK-LIN-ESTORNADA(WRK-IDX-LINHA)
                 MOVE 'FATURA JA ESTORNADA' TO WRK-MOTIVO-RECUSA
              WHEN WRK-LIN-FATURADA(WRK-IDX-LINHA) = ZEROS
                 MOVE 'PRODUTO NAO FATURADO' TO WRK-MOTIVO-RECUSA
              WHEN DVE-QUANTIDADE = ZEROS
                 MOVE 'QUANTIDADE ZERADA' TO WRK-MOTIVO-RECUSA
              WHEN NOT (DVE-REVENDAVEL OR DVE-AVARIADA)
                 MOVE 'CONDICAO INVALIDA' TO WRK-MOTIVO-RECUSA
              WHEN NOT (DVE-MOTIVO-TRANSPORTADORA
                        OR DVE-MOTIVO-CLIENTE
                        OR DVE-MOTIVO-EMPRESA)
                 MOVE 'MOTIVO INVALIDO' TO WRK-MOTIVO-RECUSA
              WHEN OTHER
                 PERFORM 0215-LER-DEVOLUCAO
           END-EVALUATE.

           IF WRK-MOTIVO-RECUSA = SPACES
              PERFORM 0220-REGISTRAR-DEVOLUCAO
           ELSE
              ADD 1 TO WRK-QTD-RECUSADAS
              MOVE DVE-QUANTIDADE TO WRK-QTD-ED
              MOVE SPACES TO REL-LINHA
              STRING 'FATURA ' DVE-FATURA ' ' DVE-PRODUTO ' '
                     WRK-QTD-ED ' RECUSADA: ' WRK-MOTIVO-RECUSA
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
       0215-LER-DEVOLUCAO.

           MOVE DVE-FATURA  TO DEV-FATURA.
           MOVE DVE-PRODUTO TO DEV-PRODUTO.
           READ DEVOLUCAO-FILE
               INVALID KEY
                   MOVE DVE-CLIENTE TO DEV-CLIENTE
                   MOVE WRK-LIN-FATURADA(WRK-IDX-LINHA)
                     TO DEV-QTD-FATURADA
                   MOVE WRK-LIN-TOTAL(WRK-IDX-LINHA)
                     TO DEV-QTD-TOTAL-FATURA
                   MOVE WRK-LIN-CUSTO(WRK-IDX-LINHA)
                     TO DEV-CUSTO-UNITARIO
                   MOVE ZEROS  TO DEV-QTD-REVENDAVEL
                                  DEV-QTD-AVARIADA
                                  DEV-FRETE-REVERSO
                                  DEV-QTD-CREDITADA
                   MOVE DVE-MOTIVO TO DEV-MOTIVO
                   MOVE SPACES TO DEV-RESPONSAVEL
                   MOVE 'R'    TO DEV-SITUACAO
           END-READ.

           IF FS-DEVOL-OK AND DEV-CREDITADA
              AND DEV-QTD-CREDITADA NOT < DEV-QTD-FATURADA
              MOVE 'FATURA JA CREDITADA' TO WRK-MOTIVO-RECUSA
           ELSE
              IF DEV-QTD-REVENDAVEL + DEV-QTD-AVARIADA
                 + DVE-QUANTIDADE > DEV-QTD-FATURADA
                 MOVE 'ACIMA DO FATURADO' TO WRK-MOTIVO-RECUSA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Registrar o recebido: revendavel volta ao estoque,
      *          avariado e baixado como perda
      *----------------------------------------------------------------*
       0220-REGISTRAR-DEVOLUCAO.

           COMPUTE WRK-VALOR-CUSTO =
                   DVE-QUANTIDADE * DEV-CUSTO-UNITARIO.

           IF DVE-REVENDAVEL
              ADD DVE-QUANTIDADE TO DEV-QTD-REVENDAVEL
           ELSE
              ADD DVE-QUANTIDADE TO DEV-QTD-AVARIADA
           END-IF.
           MOVE DVE-DATA TO DEV-DATA-ULT-RECEB.
           MOVE 'R'      TO DEV-SITUACAO.

           IF FS-DEVOL-OK
              REWRITE DEVOLUCAO-REG
              CALL 'PROGCOBU1' USING 'DEVOLUC.DAT' 'REWRITE'
                   FS-DEVOL WRK-ABEND
           ELSE
              WRITE DEVOLUCAO-REG
              CALL 'PROGCOBU1' USING 'DEVOLUC.DAT' 'WRITE'
                   FS-DEVOL WRK-ABEND
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE DVE-QUANTIDADE  TO WRK-QTD-ED.
           MOVE WRK-VALOR-CUSTO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           IF DVE-REVENDAVEL
              PERFORM 0225-RECOLOCAR-ESTOQUE
              STRING 'FATURA ' DVE-FATURA ' ' DVE-PRODUTO ' '
                     WRK-QTD-ED ' RECOLOCADA ' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           ELSE
              ADD WRK-VALOR-CUSTO TO WRK-VALOR-AVARIADO
              STRING 'FATURA ' DVE-FATURA ' ' DVE-PRODUTO ' '
                     WRK-QTD-ED ' AVARIADA   ' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0230-ACUMULAR-FATURA.
           ADD 1 TO WRK-QTD-ACEITAS.
      *----------------------------------------------------------------*
      *          Mercadoria revendavel de volta ao STOCK-BALANCE pelo
      *          custo da saida, recalculando o custo medio; o
      *          movimento 'D' vai para a trilha e o estorno do CMV
      *          para o diario do GL
      *----------------------------------------------------------------*
       0225-RECOLOCAR-ESTOQUE.

           MOVE DVE-PRODUTO TO EST-CODIGO.
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE DVE-PRODUTO TO EST-CODIGO
                   MOVE ZEROS       TO EST-SALDO-FISICO
                                       EST-SALDO-ALOCADO
                                       EST-PONTO-RESSUPRIMENTO
                                       EST-CONTAGEM
                                       EST-CUSTO-MEDIO
                   MOVE WRK-DATA-RODADA TO EST-DATA-ULT-MOV
                   WRITE ESTOQUE-REG
                   CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'WRITE'
                        FS-ESTOQ WRK-ABEND
           END-READ.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           COMPUTE EST-CUSTO-MEDIO ROUNDED =
                   (EST-SALDO-FISICO * EST-CUSTO-MEDIO +
                    DVE-QUANTIDADE * DEV-CUSTO-UNITARIO) /
                   (EST-SALDO-FISICO + DVE-QUANTIDADE).
           ADD DVE-QUANTIDADE   TO EST-SALDO-FISICO.
           MOVE WRK-DATA-RODADA TO EST-DATA-ULT-MOV.
           REWRITE ESTOQUE-REG.
           CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'REWRITE' FS-ESTOQ
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-DATA-RODADA    TO MOV-DATA.
           MOVE DVE-PRODUTO        TO MOV-CODIGO.
           MOVE 'D'                TO MOV-TIPO.
           MOVE DVE-QUANTIDADE     TO MOV-QUANTIDADE.
           MOVE SPACES             TO MOV-ORIGEM.
           MOVE 'DV'               TO MOV-FAT-MARCA.
           MOVE DVE-FATURA         TO MOV-FAT-NUMERO.
           MOVE DEV-CUSTO-UNITARIO TO MOV-CUSTO-UNITARIO.
           WRITE MOVIMENTO-ESTOQUE-REG.
           CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'WRITE' FS-MOVES
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-VALOR-CUSTO > ZEROS
              MOVE WRK-DATA-RODADA TO LAN-DATA
              MOVE 'DEVCMV'        TO LAN-ORIGEM
              MOVE SPACES          TO LAN-CENTRO-CUSTO
              MOVE WRK-VALOR-CUSTO TO LAN-VALOR
              MOVE 'PROGCOB76'     TO LAN-PROGRAMA
              WRITE GL-LANCAMENTO-REG
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE'
                   FS-GLLAN WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           ADD WRK-VALOR-CUSTO TO WRK-VALOR-RECOLOCADO.
      *----------------------------------------------------------------*
      *          Somar o valor devolvido a preco de lista na fatura;
      *          a primeira linha aceita da fatura fixa o motivo e
      *          o responsavel pelo frete de volta
      *----------------------------------------------------------------*
       0230-ACUMULAR-FATURA.

           MOVE DVE-PRODUTO TO PRD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE ZEROS TO PRD-PRECO-LISTA
           END-READ.

           MOVE 'N' TO WRK-FATURA-ACHADA.
           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                   UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
                      OR WRK-FATURA-NA-TABELA
              IF WRK-FTR-NUMERO(WRK-IDX-FATURA) = DVE-FATURA
                 MOVE 'S' TO WRK-FATURA-ACHADA
              END-IF
           END-PERFORM.

           IF WRK-FATURA-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-FATURA
           ELSE
              IF WRK-QTD-FATURAS >= WRK-MAX-FATURAS
                 DISPLAY 'TABELA DE FATURAS DEVOLVIDAS ESGOTADA ('
                         WRK-MAX-FATURAS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-FATURAS
              MOVE WRK-QTD-FATURAS TO WRK-IDX-FATURA
              MOVE DVE-FATURA  TO WRK-FTR-NUMERO(WRK-IDX-FATURA)
              MOVE DVE-PRODUTO TO WRK-FTR-PRODUTO(WRK-IDX-FATURA)
              MOVE WRK-LIN-UF(WRK-IDX-LINHA)
                TO WRK-FTR-UF(WRK-IDX-FATURA)
              MOVE WRK-LIN-TRANSP(WRK-IDX-LINHA)
                TO WRK-FTR-TRANSP(WRK-IDX-FATURA)
              MOVE DVE-MOTIVO  TO WRK-FTR-MOTIVO(WRK-IDX-FATURA)
              MOVE ZEROS       TO WRK-FTR-VALOR(WRK-IDX-FATURA)
              EVALUATE TRUE
                 WHEN DVE-MOTIVO-TRANSPORTADORA
                    MOVE 'T' TO WRK-FTR-RESPONSAVEL(WRK-IDX-FATURA)
                 WHEN DVE-MOTIVO-CLIENTE
                    MOVE 'C' TO WRK-FTR-RESPONSAVEL(WRK-IDX-FATURA)
                 WHEN OTHER
                    MOVE 'E' TO WRK-FTR-RESPONSAVEL(WRK-IDX-FATURA)
              END-EVALUATE
           END-IF.

           COMPUTE WRK-FTR-VALOR(WRK-IDX-FATURA) =
                   WRK-FTR-VALOR(WRK-IDX-FATURA)
                   + DVE-QUANTIDADE * PRD-PRECO-LISTA.
      *----------------------------------------------------------------*
      *          Frete de volta da fatura pela tarifa vigente da UF
      *          do cliente e da transportadora da fatura, atribuido
      *          conforme o motivo
      *----------------------------------------------------------------*
       0250-FRETE-DE-VOLTA.

           PERFORM 0255-LOCALIZAR-TARIFA.

           IF WRK-TARIFA-VIGENTE
              COMPUTE WRK-FRETE-REVERSO ROUNDED =
                      WRK-FTR-VALOR(WRK-IDX-FATURA)
                      * WRK-MULTIPLICADOR + WRK-TAXA-FIXA
              IF WRK-FRETE-REVERSO < WRK-MINIMO
                 MOVE WRK-MINIMO TO WRK-FRETE-REVERSO
              END-IF
           ELSE
              DISPLAY 'UF SEM TARIFA VIGENTE, FRETE DE VOLTA '
                      'ZERADO: ' WRK-FTR-UF(WRK-IDX-FATURA)
              MOVE ZEROS TO WRK-FRETE-REVERSO
           END-IF.

           MOVE WRK-FTR-NUMERO(WRK-IDX-FATURA)  TO DEV-FATURA.
           MOVE WRK-FTR-PRODUTO(WRK-IDX-FATURA) TO DEV-PRODUTO.
           READ DEVOLUCAO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-DEVOL-OK
              ADD WRK-FRETE-REVERSO TO DEV-FRETE-REVERSO
              MOVE WRK-FTR-RESPONSAVEL(WRK-IDX-FATURA)
                TO DEV-RESPONSAVEL
              REWRITE DEVOLUCAO-REG
              CALL 'PROGCOBU1' USING 'DEVOLUC.DAT' 'REWRITE'
                   FS-DEVOL WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           MOVE WRK-FRETE-REVERSO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           EVALUATE WRK-FTR-RESPONSAVEL(WRK-IDX-FATURA)
              WHEN 'T'
                 PERFORM 0260-ABATER-TRANSPORTADORA
                 ADD WRK-FRETE-REVERSO TO WRK-FRETE-TRANSP
                 STRING 'FATURA ' WRK-FTR-NUMERO(WRK-IDX-FATURA)
                        ' FRETE DE VOLTA ' WRK-VALOR-ED
                        ' ABATIDO DA TRANSP. '
                        WRK-FTR-TRANSP(WRK-IDX-FATURA)
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
              WHEN 'C'
                 ADD WRK-FRETE-REVERSO TO WRK-FRETE-CLIENTE
                 STRING 'FATURA ' WRK-FTR-NUMERO(WRK-IDX-FATURA)
                        ' FRETE DE VOLTA ' WRK-VALOR-ED
                        ' A CARGO DO CLIENTE'
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
              WHEN OTHER
                 ADD WRK-FRETE-REVERSO TO WRK-FRETE-EMPRESA
                 STRING 'FATURA ' WRK-FTR-NUMERO(WRK-IDX-FATURA)
                        ' FRETE DE VOLTA ' WRK-VALOR-ED
                        ' ASSUMIDO PELA EMPRESA'
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
           END-EVALUATE.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Tarifa da UF com a maior vigencia ate a data da
      *          rodada, como na pre-critica e no faturamento
      *----------------------------------------------------------------*
       0255-LOCALIZAR-TARIFA.

           MOVE 'N' TO WRK-TARIFA-OK.
           MOVE 'N' TO WRK-FIM-TARIFAS.
           MOVE WRK-FTR-UF(WRK-IDX-FATURA) TO FR-UF.
           MOVE ZEROS                      TO FR-DATA-VIGENCIA.
           MOVE SPACES                     TO FR-TRANSPORTADORA.
           START FRETE-RATE-FILE
               KEY IS NOT LESS THAN FR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TARIFAS
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-TARIFAS
              READ FRETE-RATE-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-TARIFAS
              END-READ
              IF NOT WRK-NAO-HA-MAIS-TARIFAS
                 IF FR-UF NOT = WRK-FTR-UF(WRK-IDX-FATURA)
                    OR FR-DATA-VIGENCIA > WRK-DATA-RODADA
                    MOVE 'S' TO WRK-FIM-TARIFAS
                 ELSE
                    IF FR-TRANSPORTADORA =
                       WRK-FTR-TRANSP(WRK-IDX-FATURA)
                       MOVE 'S'              TO WRK-TARIFA-OK
                       MOVE FR-MULTIPLICADOR TO WRK-MULTIPLICADOR
                       MOVE FR-MINIMO        TO WRK-MINIMO
                       MOVE FR-TAXA-FIXA     TO WRK-TAXA-FIXA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Devolucao por falha da transportadora: o frete de
      *          volta e abatido da proxima remessa do PROGCOB42
      *----------------------------------------------------------------*
       0260-ABATER-TRANSPORTADORA.

           IF WRK-FRETE-REVERSO > ZEROS
              MOVE WRK-FTR-TRANSP(WRK-IDX-FATURA)
                TO ABT-TRANSPORTADORA
              MOVE WRK-FTR-NUMERO(WRK-IDX-FATURA) TO ABT-NUMERO
              MOVE WRK-FRETE-REVERSO TO ABT-VALOR
              MOVE WRK-DATA-RODADA   TO ABT-DATA
              MOVE 'P'               TO ABT-SITUACAO
              MOVE 'D'               TO ABT-ORIGEM
              WRITE SINISTRO-ABATIMENTO-REG
              CALL 'PROGCOBU1' USING 'SINABATE.DAT' 'WRITE'
                   FS-ABATE WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'RECDEVOL.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF WRK-QTD-LINHAS > ZEROS
              CLOSE MOVIMENTO-ESTOQUE DEVOLUCAO-FILE ESTOQUE-FILE
                    PRODUTO-MASTER GL-LANCAMENTOS
              CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'CLOSE' FS-MOVES
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CALL 'PROGCOBU1' USING 'DEVOLUC.DAT' 'CLOSE' FS-DEVOL
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'CLOSE' FS-ESTOQ
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'CLOSE' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CLOSE FRETE-RATE-FILE SINISTRO-ABATIMENTOS
              CALL 'PROGCOBU1' USING 'SINABATE.DAT' 'CLOSE' FS-ABATE
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-RECOLOCADO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'RECOLOCADO NO ESTOQUE (CUSTO) . : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-AVARIADO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'BAIXADO POR AVARIA (CUSTO) .... : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-FRETE-TRANSP TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FRETE DE VOLTA TRANSPORTADORA . : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-FRETE-CLIENTE TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FRETE DE VOLTA CLIENTE ........ : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-FRETE-EMPRESA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FRETE DE VOLTA EMPRESA ........ : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           CLOSE DEVOLUCAO-REPORT.
           CALL 'PROGCOBU1' USING 'RECDEVOL.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'DEVOLUCOES ACEITAS .. : ' WRK-QTD-ACEITAS.
           DISPLAY 'DEVOLUCOES RECUSADAS  : ' WRK-QTD-RECUSADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
