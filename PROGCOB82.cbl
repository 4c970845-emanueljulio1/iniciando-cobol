      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB82
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Retorno da transmissao dos documentos fiscais
      * eletronicos. Le o arquivo de retorno do transmissor
      * (NFERET.DAT, layout NFERTREG) e grava o resultado de cada
      * fatura no cabecalho do documento no NFEDOC.DAT, gerado pelo
      * PROGCOB06: autorizada, com o protocolo e a data, ou
      * rejeitada, com o codigo e o motivo. Lista em NFERET.REL as
      * rejeicoes e os retornos sem documento correspondente. A
      * fatura rejeitada fica retida no romaneio do PROGCOB77 e na
      * reimpressao do PROGCOB22 ate ser corrigida e reenviada pelo
      * PROGCOB83. Retorno de documento ja autorizado e ignorado.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB82.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT NFE-RETORNO
               ASSIGN TO 'NFERET.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NFRET.

           SELECT NFE-DOCUMENTOS
               ASSIGN TO 'NFEDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFDOC.

           SELECT RETORNO-REPORT
               ASSIGN TO 'NFERET.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  NFE-RETORNO.
       COPY NFERTREG.

       FD  NFE-DOCUMENTOS.
       COPY NFEDOREG.

       FD  RETORNO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NFRET==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NFDOC==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-RETORNO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-RETORNOS            VALUE 'S'.

       77  WRK-QTD-LIDOS            PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-AUTORIZADAS      PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-REJEITADAS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-IGNORADOS        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-SEM-DOCUMENTO    PIC 9(06)     VALUE ZEROS.
       77  WRK-VALOR-REJEITADO      PIC 9(11)V99  VALUE ZEROS.

       77  WRK-QTD-ED               PIC ZZZ.ZZ9.
       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-TOTAL-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-RETORNO
               UNTIL WRK-NAO-HA-MAIS-RETORNOS.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'RETORNONFE' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'RETORNO DOS DOCUMENTOS FISCAIS NAO '
                      'AUTORIZADO. PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT NFE-RETORNO.
           CALL 'PROGCOBU1' USING 'NFERET.DAT' 'OPEN' FS-NFRET
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O NFE-DOCUMENTOS.
           CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'OPEN' FS-NFDOC
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT RETORNO-REPORT.
           CALL 'PROGCOBU1' USING 'NFERET.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'RETORNO DOS DOCUMENTOS FISCAIS - PROCESSADO EM '
                  WRK-DATA-ATUAL
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'FATURA CLI.          VALOR COD MOTIVO DA REJEICAO'
             TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0110-LER-RETORNO.
      *----------------------------------------------------------------*
       0110-LER-RETORNO.

           READ NFE-RETORNO
               AT END
                   MOVE 'S' TO WRK-FIM-RETORNO
           END-READ.
           IF NOT WRK-NAO-HA-MAIS-RETORNOS
              CALL 'PROGCOBU1' USING 'NFERET.DAT' 'READ' FS-NFRET
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-LIDOS
           END-IF.
      *----------------------------------------------------------------*
      *          Gravar o retorno no cabecalho do documento (item 00)
      *----------------------------------------------------------------*
       0200-PROCESSAR-RETORNO.

           MOVE RET-NUMERO TO NFE-NUMERO.
           MOVE ZEROS      TO NFE-ITEM.
           READ NFE-DOCUMENTOS
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE
              WHEN NOT FS-NFDOC-OK
                 ADD 1 TO WRK-QTD-SEM-DOCUMENTO
                 MOVE SPACES TO REL-LINHA
                 STRING RET-NUMERO ' RETORNO SEM DOCUMENTO NO '
                        'NFEDOC.DAT (SITUACAO ' RET-SITUACAO ')'
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
                 PERFORM 0800-GRAVAR-LINHA
              WHEN NFE-AUTORIZADA
                 ADD 1 TO WRK-QTD-IGNORADOS
                 DISPLAY 'FATURA ' RET-NUMERO ' JA AUTORIZADA '
                         '(PROTOCOLO ' NFE-PROTOCOLO '): RETORNO '
                         'IGNORADO.'
              WHEN RET-AUTORIZADA
                 MOVE 'A'           TO NFE-SITUACAO
                 MOVE RET-PROTOCOLO TO NFE-PROTOCOLO
                 MOVE RET-DATA      TO NFE-DATA-RETORNO
                 MOVE SPACES        TO NFE-MOTIVO
                 PERFORM 0210-REGRAVAR-DOCUMENTO
                 ADD 1 TO WRK-QTD-AUTORIZADAS
              WHEN RET-REJEITADA
                 MOVE 'R'           TO NFE-SITUACAO
                 MOVE SPACES        TO NFE-PROTOCOLO NFE-MOTIVO
                 MOVE RET-DATA      TO NFE-DATA-RETORNO
                 STRING RET-CODIGO-MOTIVO ' ' RET-MOTIVO
                        DELIMITED BY SIZE INTO NFE-MOTIVO
                 END-STRING
                 PERFORM 0210-REGRAVAR-DOCUMENTO
                 PERFORM 0220-LISTAR-REJEICAO
              WHEN OTHER
                 ADD 1 TO WRK-QTD-IGNORADOS
                 DISPLAY 'FATURA ' RET-NUMERO ' COM SITUACAO DE '
                         'RETORNO INVALIDA: ' RET-SITUACAO
           END-EVALUATE.

           PERFORM 0110-LER-RETORNO.
      *----------------------------------------------------------------*
       0210-REGRAVAR-DOCUMENTO.

           REWRITE NFE-DOCUMENTO-REG.
           CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'REWRITE' FS-NFDOC
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0220-LISTAR-REJEICAO.

           ADD 1         TO WRK-QTD-REJEITADAS.
           ADD NFE-VALOR TO WRK-VALOR-REJEITADO.

           MOVE NFE-VALOR TO WRK-VALOR-ED.
           MOVE SPACES    TO REL-LINHA.
           STRING NFE-NUMERO ' ' NFE-CLIENTE ' ' WRK-VALOR-ED ' '
                  RET-CODIGO-MOTIVO ' ' RET-MOTIVO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'NFERET.REL' 'WRITE' FS-RELAT
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
           MOVE WRK-QTD-AUTORIZADAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'AUTORIZADAS ........ ' WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-REJEITADAS  TO WRK-QTD-ED.
           MOVE WRK-VALOR-REJEITADO TO WRK-VALOR-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'REJEITADAS ......... ' WRK-QTD-ED
                  '  VALOR RETIDO ' WRK-VALOR-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-SEM-DOCUMENTO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM DOCUMENTO ...... ' WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           CLOSE NFE-RETORNO NFE-DOCUMENTOS RETORNO-REPORT.
           CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'CLOSE' FS-NFDOC
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'NFERET.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'RETORNOS LIDOS         ' WRK-QTD-LIDOS.
           DISPLAY 'AUTORIZADAS            ' WRK-QTD-AUTORIZADAS.
           DISPLAY 'REJEITADAS             ' WRK-QTD-REJEITADAS.
           DISPLAY 'IGNORADOS              ' WRK-QTD-IGNORADOS.
           DISPLAY 'SEM DOCUMENTO          ' WRK-QTD-SEM-DOCUMENTO.
           IF WRK-QTD-REJEITADAS > ZEROS
              OR WRK-QTD-SEM-DOCUMENTO > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
