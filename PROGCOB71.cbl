      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB71
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Abertura de inventario fisico: congela os produtos
      * do STOCK-BALANCE (estoque inteiro, ou a selecao ciclica de
      * uma categoria do PRODUCT-MASTER) sob um novo numero de
      * contagem, grava no CONTAGEM.DAT o saldo contabil de cada um
      * no congelamento e imprime as folhas de contagem FOLHACNT.REL
      * sem a quantidade contabil, para a contagem cega. Produto ja
      * congelado em outra contagem fica fora. Enquanto a contagem
      * estiver aberta o faturamento do PROGCOB06 nao movimenta o
      * produto.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB71.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT CONTAGEM-FILE
               ASSIGN TO 'CONTAGEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-CHAVE
               FILE STATUS IS FS-CONTA.

           SELECT ESTOQUE-FILE
               ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQ.

           SELECT PRODUTO-MASTER
               ASSIGN TO 'PRODMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS FS-PRODU.

           SELECT FOLHA-CONTAGEM
               ASSIGN TO 'FOLHACNT.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  CONTAGEM-FILE.
       COPY CONTAREG.

       FD  ESTOQUE-FILE.
       COPY ESTOQREG.

       FD  PRODUTO-MASTER.
       COPY PRODREG.

       FD  FOLHA-CONTAGEM.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CONTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ESTOQ==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRODU==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-CATEGORIA            PIC X(02)     VALUE SPACES.
           88  WRK-ESTOQUE-INTEIRO                 VALUE SPACES.
       77  WRK-NUMERO-CONTAGEM      PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-CONGELADOS       PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-JA-EM-CONTAGEM   PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'CONTAGEM  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'ABERTURA DE INVENTARIO NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY 'CATEGORIA A CONTAR (BRANCO = ESTOQUE INTEIRO) : '.
           ACCEPT WRK-CATEGORIA.

           OPEN I-O CONTAGEM-FILE.
           IF FS-CONTA = '35'
              OPEN OUTPUT CONTAGEM-FILE
              CLOSE CONTAGEM-FILE
              OPEN I-O CONTAGEM-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'CONTAGEM.DAT' 'OPEN' FS-CONTA
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

           OPEN OUTPUT FOLHA-CONTAGEM.
           CALL 'PROGCOBU1' USING 'FOLHACNT.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0110-NUMERAR-CONTAGEM.

           MOVE SPACES TO REL-LINHA.
           IF WRK-ESTOQUE-INTEIRO
              STRING 'FOLHA DE CONTAGEM ' WRK-NUMERO-CONTAGEM
                     ' - ' WRK-DATA-ATUAL ' - ESTOQUE INTEIRO'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           ELSE
              STRING 'FOLHA DE CONTAGEM ' WRK-NUMERO-CONTAGEM
                     ' - ' WRK-DATA-ATUAL ' - CATEGORIA '
                     WRK-CATEGORIA
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUTO              DESCRICAO            CAT '
                  '  QTD CONTADA'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          O numero da nova contagem parte do maior numero ja
      *          gravado no CONTAGEM.DAT
      *----------------------------------------------------------------*
       0110-NUMERAR-CONTAGEM.

           MOVE ZEROS TO WRK-NUMERO-CONTAGEM.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CNT-CHAVE.
           START CONTAGEM-FILE
               KEY IS NOT LESS THAN CNT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ CONTAGEM-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 MOVE CNT-NUMERO TO WRK-NUMERO-CONTAGEM
              END-IF
           END-PERFORM.

           ADD 1 TO WRK-NUMERO-CONTAGEM.
      *----------------------------------------------------------------*
      *          Percorrer o STOCK-BALANCE congelando os produtos
      *          da selecao
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           MOVE 'N'        TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO EST-CODIGO.
           START ESTOQUE-FILE
               KEY IS NOT LESS THAN EST-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ ESTOQUE-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 PERFORM 0210-SELECIONAR-PRODUTO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0210-SELECIONAR-PRODUTO.

           MOVE EST-CODIGO TO PRD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO PRD-DESCRICAO
                   MOVE SPACES           TO PRD-CATEGORIA
           END-READ.

           IF WRK-ESTOQUE-INTEIRO
              OR PRD-CATEGORIA = WRK-CATEGORIA
              IF EST-SEM-CONTAGEM
                 PERFORM 0220-CONGELAR-PRODUTO
              ELSE
                 ADD 1 TO WRK-QTD-JA-EM-CONTAGEM
                 DISPLAY 'PRODUTO JA EM CONTAGEM ' EST-CONTAGEM
                         ': ' EST-CODIGO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Congelar: marca o estoque, guarda o saldo contabil
      *          e imprime a linha da folha sem a quantidade
      *----------------------------------------------------------------*
       0220-CONGELAR-PRODUTO.

           MOVE WRK-NUMERO-CONTAGEM TO EST-CONTAGEM.
           REWRITE ESTOQUE-REG.
           CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'REWRITE' FS-ESTOQ
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-NUMERO-CONTAGEM TO CNT-NUMERO.
           MOVE EST-CODIGO          TO CNT-PRODUTO.
           MOVE PRD-CATEGORIA       TO CNT-CATEGORIA.
           MOVE WRK-DATA-ATUAL      TO CNT-DATA-CONGELAMENTO.
           MOVE EST-SALDO-FISICO    TO CNT-SALDO-CONTABIL.
           MOVE ZEROS               TO CNT-QTD-CONTADA
                                       CNT-DATA-CONTAGEM.
           MOVE SPACES              TO CNT-CONTADOR.
           MOVE 'A'                 TO CNT-SITUACAO.
           WRITE CONTAGEM-REG.
           CALL 'PROGCOBU1' USING 'CONTAGEM.DAT' 'WRITE' FS-CONTA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING EST-CODIGO ' ' PRD-DESCRICAO ' ' PRD-CATEGORIA
                  '   ____________'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-CONGELADOS.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'FOLHACNT.REL' 'WRITE' FS-RELAT
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
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUTOS NA FOLHA .. : ' WRK-QTD-CONGELADOS
                  '   CONTADOR: ____________________'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           CLOSE CONTAGEM-FILE ESTOQUE-FILE PRODUTO-MASTER
                 FOLHA-CONTAGEM.
           CALL 'PROGCOBU1' USING 'CONTAGEM.DAT' 'CLOSE' FS-CONTA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'CLOSE' FS-ESTOQ
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'FOLHACNT.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           IF WRK-QTD-CONGELADOS = ZEROS
              DISPLAY 'NENHUM PRODUTO SELECIONADO: CONTAGEM NAO '
                      'ABERTA.'
           ELSE
              DISPLAY 'CONTAGEM ABERTA ..... : ' WRK-NUMERO-CONTAGEM
           END-IF.
           DISPLAY 'PRODUTOS CONGELADOS . : ' WRK-QTD-CONGELADOS.
           DISPLAY 'JA EM OUTRA CONTAGEM  : ' WRK-QTD-JA-EM-CONTAGEM.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
