      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB72
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Digitacao das quantidades contadas de um inventario
      * aberto pelo PROGCOB71: o operador informa o numero da
      * contagem e o nome de quem contou, e para cada produto da
      * folha a quantidade encontrada na prateleira. O saldo
      * contabil nao e exibido (contagem cega). Produto recontado e
      * sobreposto; contagem ja ajustada pelo PROGCOB73 nao aceita
      * digitacao. Ao final exibe quantos produtos ainda faltam.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB72.
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
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  CONTAGEM-FILE.
       COPY CONTAREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CONTA==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-FIM-DIGITACAO        PIC X(01)     VALUE 'N'.
           88  WRK-ENCERRAR-DIGITACAO              VALUE 'S'.

       77  WRK-NUMERO-CONTAGEM      PIC 9(06)     VALUE ZEROS.
       77  WRK-CONTADOR             PIC X(20)     VALUE SPACES.
       77  WRK-PRODUTO              PIC X(20)     VALUE SPACES.
       77  WRK-QTD-CONTADA          PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-NA-CONTAGEM      PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-AJUSTADOS        PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-PENDENTES        PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-DIGITADOS        PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-ENCERRAR-DIGITACAO.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'CONTAGEM  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'DIGITACAO DE INVENTARIO NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O CONTAGEM-FILE.
           CALL 'PROGCOBU1' USING 'CONTAGEM.DAT' 'OPEN' FS-CONTA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY 'NUMERO DA CONTAGEM ....... : '.
           ACCEPT WRK-NUMERO-CONTAGEM.
           DISPLAY 'CONTADOR ................. : '.
           ACCEPT WRK-CONTADOR.

           PERFORM 0110-SITUAR-CONTAGEM.

           IF WRK-QTD-NA-CONTAGEM = ZEROS
              DISPLAY 'CONTAGEM ' WRK-NUMERO-CONTAGEM
                      ' NAO ENCONTRADA.'
              MOVE 'S' TO WRK-FIM-DIGITACAO
           ELSE
              IF WRK-QTD-AJUSTADOS > ZEROS
                 DISPLAY 'CONTAGEM ' WRK-NUMERO-CONTAGEM
                         ' JA AJUSTADA: DIGITACAO ENCERRADA.'
                 MOVE 'S' TO WRK-FIM-DIGITACAO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Contar os produtos da contagem: total, ajustados
      *          e ainda sem quantidade digitada
      *----------------------------------------------------------------*
       0110-SITUAR-CONTAGEM.

           MOVE ZEROS TO WRK-QTD-NA-CONTAGEM WRK-QTD-AJUSTADOS
                         WRK-QTD-PENDENTES.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE WRK-NUMERO-CONTAGEM TO CNT-NUMERO.
           MOVE LOW-VALUES          TO CNT-PRODUTO.
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
                 IF CNT-NUMERO NOT = WRK-NUMERO-CONTAGEM
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    ADD 1 TO WRK-QTD-NA-CONTAGEM
                    IF CNT-AJUSTADA
                       ADD 1 TO WRK-QTD-AJUSTADOS
                    END-IF
                    IF CNT-AGUARDANDO
                       ADD 1 TO WRK-QTD-PENDENTES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Um produto da folha: codigo (branco encerra) e
      *          quantidade encontrada
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           DISPLAY '------------------------------------'.
           DISPLAY 'PRODUTO (BRANCO ENCERRA) . : '.
           MOVE SPACES TO WRK-PRODUTO.
           ACCEPT WRK-PRODUTO.

           IF WRK-PRODUTO = SPACES
              MOVE 'S' TO WRK-FIM-DIGITACAO
           ELSE
              MOVE WRK-NUMERO-CONTAGEM TO CNT-NUMERO
              MOVE WRK-PRODUTO         TO CNT-PRODUTO
              READ CONTAGEM-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-CONTA-NAO-ENCONTRADO
                 DISPLAY 'PRODUTO FORA DA FOLHA DESTA CONTAGEM.'
              ELSE
                 PERFORM 0210-REGISTRAR-QUANTIDADE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0210-REGISTRAR-QUANTIDADE.

           IF CNT-CONTADA
              DISPLAY 'PRODUTO JA CONTADO: A NOVA QUANTIDADE '
                      'SUBSTITUI A ANTERIOR.'
           END-IF.

           DISPLAY 'QUANTIDADE CONTADA ....... : '.
           ACCEPT WRK-QTD-CONTADA.

           MOVE WRK-QTD-CONTADA TO CNT-QTD-CONTADA.
           MOVE WRK-DATA-ATUAL  TO CNT-DATA-CONTAGEM.
           MOVE WRK-CONTADOR    TO CNT-CONTADOR.
           MOVE 'C'             TO CNT-SITUACAO.
           REWRITE CONTAGEM-REG.
           CALL 'PROGCOBU1' USING 'CONTAGEM.DAT' 'REWRITE' FS-CONTA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-DIGITADOS.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF WRK-QTD-NA-CONTAGEM > ZEROS
              PERFORM 0110-SITUAR-CONTAGEM
           END-IF.

           CLOSE CONTAGEM-FILE.
           CALL 'PROGCOBU1' USING 'CONTAGEM.DAT' 'CLOSE' FS-CONTA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'QUANTIDADES DIGITADAS  ' WRK-QTD-DIGITADOS.
           DISPLAY 'PRODUTOS NA CONTAGEM   ' WRK-QTD-NA-CONTAGEM.
           DISPLAY 'AINDA SEM CONTAGEM     ' WRK-QTD-PENDENTES.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
