      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB80
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Inutilizacao de numero de fatura: o operador com a
      * acao INUTILIZAR liberada na matriz PERMFILE informa o numero
      * (FAT-NUMERO) que nao sera faturado e o motivo, e o registro
      * vai para o NUMINUT.DAT (layout INUTREG) com a data, a hora e
      * o usuario da sessao corrente do OPERSESS.DAT. Numero ja
      * faturado no FRETECOMP.DAT, ja inutilizado ou sem motivo e
      * recusado. A auditoria da sequencia de faturas do PROGCOB81
      * aceita o numero inutilizado no lugar da fatura.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB80.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT NUMEROS-INUTILIZADOS
               ASSIGN TO 'NUMINUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INU-NUMERO
               FILE STATUS IS FS-INUTI.

           SELECT FREIGHT-COMPUTED
               ASSIGN TO 'FRETECOMP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FCOMP.

           SELECT OPERATOR-SESSION
               ASSIGN TO 'OPERSESS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SESSA.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  NUMEROS-INUTILIZADOS.
       COPY INUTREG.

       FD  FREIGHT-COMPUTED.
       COPY FATUREG.

       FD  OPERATOR-SESSION.
       COPY SESSREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==INUTI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SESSA==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-COMPLETA        PIC 9(08)     VALUE ZEROS.
       77  WRK-USUARIO-SESSAO       PIC X(20)     VALUE SPACES.
       77  WRK-NUMERO               PIC 9(06)     VALUE ZEROS.
       77  WRK-MOTIVO               PIC X(40)     VALUE SPACES.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-FATURADO             PIC X(01)     VALUE 'N'.
           88  WRK-NUMERO-FATURADO                 VALUE 'S'.
       77  WRK-ENCERRAR             PIC X(01)     VALUE 'N'.
           88  WRK-FIM-DIGITACAO                   VALUE 'S'.
       77  WRK-QTD-INUTILIZADOS     PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-RECUSADOS        PIC 9(04)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-INUTILIZAR-NUMERO
               UNTIL WRK-FIM-DIGITACAO.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'INUTILIZAR' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'INUTILIZACAO DE NUMERO NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT OPERATOR-SESSION.
           IF FS-SESSA-OK
              READ OPERATOR-SESSION
                  AT END
                      MOVE SPACES TO OPS-USUARIO
              END-READ
              IF FS-SESSA-OK
                 MOVE OPS-USUARIO TO WRK-USUARIO-SESSAO
              END-IF
              CLOSE OPERATOR-SESSION
           END-IF.

           OPEN I-O NUMEROS-INUTILIZADOS.
           IF FS-INUTI = '35'
              OPEN OUTPUT NUMEROS-INUTILIZADOS
              CLOSE NUMEROS-INUTILIZADOS
              OPEN I-O NUMEROS-INUTILIZADOS
           END-IF.
           CALL 'PROGCOBU1' USING 'NUMINUT.DAT' 'OPEN' FS-INUTI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Um numero por vez; zeros encerra a digitacao
      *----------------------------------------------------------------*
       0200-INUTILIZAR-NUMERO.

           DISPLAY 'NUMERO A INUTILIZAR (ZEROS = FIM) : '.
           ACCEPT WRK-NUMERO.
           IF WRK-NUMERO = ZEROS
              MOVE 'S' TO WRK-ENCERRAR
           ELSE
              DISPLAY 'MOTIVO DA INUTILIZACAO .......... : '
              ACCEPT WRK-MOTIVO
              MOVE WRK-NUMERO TO INU-NUMERO
              READ NUMEROS-INUTILIZADOS
                  INVALID KEY
                      CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN WRK-MOTIVO = SPACES
                    DISPLAY 'MOTIVO OBRIGATORIO. NUMERO ' WRK-NUMERO
                            ' NAO INUTILIZADO.'
                    ADD 1 TO WRK-QTD-RECUSADOS
                 WHEN FS-INUTI-OK
                    DISPLAY 'NUMERO ' WRK-NUMERO ' JA INUTILIZADO EM '
                            INU-DATA ' POR ' INU-USUARIO
                    ADD 1 TO WRK-QTD-RECUSADOS
                 WHEN OTHER
                    PERFORM 0210-PROCURAR-FATURA
                    IF WRK-NUMERO-FATURADO
                       DISPLAY 'NUMERO ' WRK-NUMERO ' JA FATURADO NO '
                               'FRETECOMP.DAT: USE NOTA DE CREDITO '
                               '(PROGCOB37).'
                       ADD 1 TO WRK-QTD-RECUSADOS
                    ELSE
                       PERFORM 0220-GRAVAR-INUTILIZACAO
                    END-IF
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       0210-PROCURAR-FATURA.

           MOVE 'N' TO WRK-FATURADO WRK-FIM-ARQUIVO.

           OPEN INPUT FREIGHT-COMPUTED.
           IF FS-FCOMP = '35'
              MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
              CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'OPEN' FS-FCOMP
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                      OR WRK-NUMERO-FATURADO
              READ FREIGHT-COMPUTED
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND FAT-NUMERO = WRK-NUMERO
                 MOVE 'S' TO WRK-FATURADO
              END-IF
           END-PERFORM.

           IF NOT FS-FCOMP = '35'
              CLOSE FREIGHT-COMPUTED
           END-IF.
      *----------------------------------------------------------------*
       0220-GRAVAR-INUTILIZACAO.

           ACCEPT WRK-HORA-COMPLETA FROM TIME.

           MOVE WRK-NUMERO              TO INU-NUMERO.
           MOVE WRK-DATA-ATUAL          TO INU-DATA.
           MOVE WRK-HORA-COMPLETA(1:6)  TO INU-HORA.
           MOVE WRK-USUARIO-SESSAO      TO INU-USUARIO.
           MOVE WRK-MOTIVO              TO INU-MOTIVO.
           WRITE NUMERO-INUTILIZADO-REG.
           CALL 'PROGCOBU1' USING 'NUMINUT.DAT' 'WRITE' FS-INUTI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           ADD 1 TO WRK-QTD-INUTILIZADOS.
           DISPLAY 'NUMERO ' WRK-NUMERO ' INUTILIZADO.'.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE NUMEROS-INUTILIZADOS.
           CALL 'PROGCOBU1' USING 'NUMINUT.DAT' 'CLOSE' FS-INUTI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'NUMEROS INUTILIZADOS   ' WRK-QTD-INUTILIZADOS.
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
