      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB83
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Reenvio de documento fiscal eletronico rejeitado.
      * Depois de corrigida a causa da rejeicao (cadastro do cliente
      * no CLIMAST.DAT, tabela de ICMS ou o proprio transmissor), o
      * operador com a acao REENVIONFE liberada na matriz PERMFILE
      * informa as faturas a reenviar. Cada documento rejeitado no
      * NFEDOC.DAT tem o nome do cliente renovado do cadastro, volta
      * a situacao P (enviada, sem retorno) com mais um envio na
      * contagem e e gravado, cabecalho e itens, no arquivo de
      * transmissao NFEREENV.DAT, fechado com o trailer EXTTRAIL. O
      * documento reenviado deixa de reter a fatura no romaneio do
      * PROGCOB77 e na reimpressao do PROGCOB22. Documento que nao
      * esta rejeitado e recusado.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB83.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT NFE-DOCUMENTOS
               ASSIGN TO 'NFEDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFDOC.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT NFE-REENVIO
               ASSIGN TO 'NFEREENV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NFREE.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  NFE-DOCUMENTOS.
       COPY NFEDOREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  NFE-REENVIO.
       01  NFR-REG                    PIC X(179).
       COPY EXTTRAIL REPLACING ==:TRL:== BY ==NFR==.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NFDOC==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NFREE==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-NUMERO               PIC 9(06)     VALUE ZEROS.
       77  WRK-ENCERRAR             PIC X(01)     VALUE 'N'.
           88  WRK-FIM-DIGITACAO                   VALUE 'S'.
       77  WRK-FIM-ITENS            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-ITENS               VALUE 'S'.
       77  WRK-QTD-REENVIADOS       PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-RECUSADOS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-REGISTROS        PIC 9(06)     VALUE ZEROS.
       77  WRK-HASH-REENVIO         PIC 9(13)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-REENVIAR-DOCUMENTO
               UNTIL WRK-FIM-DIGITACAO.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'REENVIONFE' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'REENVIO DE DOCUMENTO FISCAL NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O NFE-DOCUMENTOS.
           CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'OPEN' FS-NFDOC
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

           OPEN OUTPUT NFE-REENVIO.
           CALL 'PROGCOBU1' USING 'NFEREENV.DAT' 'OPEN' FS-NFREE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Uma fatura por vez; zeros encerra a digitacao
      *----------------------------------------------------------------*
       0200-REENVIAR-DOCUMENTO.

           DISPLAY 'FATURA A REENVIAR (ZEROS = FIM) : '.
           ACCEPT WRK-NUMERO.
           IF WRK-NUMERO = ZEROS
              MOVE 'S' TO WRK-ENCERRAR
           ELSE
              MOVE WRK-NUMERO TO NFE-NUMERO
              MOVE ZEROS      TO NFE-ITEM
              READ NFE-DOCUMENTOS
                  INVALID KEY
                      CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN NOT FS-NFDOC-OK
                    DISPLAY 'FATURA ' WRK-NUMERO ' SEM DOCUMENTO '
                            'FISCAL NO NFEDOC.DAT.'
                    ADD 1 TO WRK-QTD-RECUSADOS
                 WHEN NOT NFE-REJEITADA
                    DISPLAY 'DOCUMENTO DA FATURA ' WRK-NUMERO
                            ' NAO ESTA REJEITADO (SITUACAO '
                            NFE-SITUACAO '): REENVIO RECUSADO.'
                    ADD 1 TO WRK-QTD-RECUSADOS
                 WHEN OTHER
                    PERFORM 0210-RENOVAR-CABECALHO
                    PERFORM 0220-GRAVAR-ITENS
                    ADD 1 TO WRK-QTD-REENVIADOS
                    DISPLAY 'FATURA ' WRK-NUMERO ' REENVIADA.'
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
      *          Cabecalho com o nome do cliente do cadastro corrigido
      *          e a situacao de volta a P, gravado no reenvio e
      *          regravado no NFEDOC.DAT
      *----------------------------------------------------------------*
       0210-RENOVAR-CABECALHO.

           MOVE NFE-CLIENTE TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CLIEN-OK
              MOVE CLI-NOME TO NFE-CLIENTE-NOME
           END-IF.

           MOVE 'P'            TO NFE-SITUACAO.
           ADD 1               TO NFE-QTD-ENVIOS.
           MOVE WRK-DATA-ATUAL TO NFE-DATA-ENVIO.
           MOVE ZEROS          TO NFE-DATA-RETORNO.
           MOVE SPACES         TO NFE-PROTOCOLO NFE-MOTIVO.

           PERFORM 0230-GRAVAR-REENVIO.
           ADD NFE-VALOR TO WRK-HASH-REENVIO.

           REWRITE NFE-DOCUMENTO-REG.
           CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'REWRITE' FS-NFDOC
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Itens do documento, na ordem da chave a partir do
      *          item 01
      *----------------------------------------------------------------*
       0220-GRAVAR-ITENS.

           MOVE 'N'        TO WRK-FIM-ITENS.
           MOVE WRK-NUMERO TO NFE-NUMERO.
           MOVE 1          TO NFE-ITEM.
           START NFE-DOCUMENTOS
               KEY IS NOT LESS THAN NFE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ITENS
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-ITENS
              READ NFE-DOCUMENTOS NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ITENS
              END-READ
              IF NOT WRK-NAO-HA-MAIS-ITENS
                 IF NFE-NUMERO NOT = WRK-NUMERO
                    MOVE 'S' TO WRK-FIM-ITENS
                 ELSE
                    PERFORM 0230-GRAVAR-REENVIO
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0230-GRAVAR-REENVIO.

           WRITE NFR-REG FROM NFE-DOCUMENTO-REG.
           CALL 'PROGCOBU1' USING 'NFEREENV.DAT' 'WRITE' FS-NFREE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-REGISTROS.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE 'TRL'             TO NFR-TRL-MARCA.
           MOVE WRK-QTD-REGISTROS TO NFR-TRL-QT-REGISTROS.
           MOVE WRK-HASH-REENVIO  TO NFR-TRL-HASH-TOTAL.
           MOVE WRK-DATA-ATUAL    TO NFR-TRL-DATA-RODADA.
           WRITE NFR-TRAILER-REG.
           CALL 'PROGCOBU1' USING 'NFEREENV.DAT' 'WRITE' FS-NFREE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           CLOSE NFE-DOCUMENTOS CUSTOMER-MASTER NFE-REENVIO.
           CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'CLOSE' FS-NFDOC
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'NFEREENV.DAT' 'CLOSE' FS-NFREE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'DOCUMENTOS REENVIADOS  ' WRK-QTD-REENVIADOS.
           DISPLAY 'RECUSADOS              ' WRK-QTD-RECUSADOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
