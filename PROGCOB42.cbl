      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS O SINABATE.DAT passou a trazer tambem o frete
      *                de volta de devolucao de cliente por falha da
      *                transportadora (ABT-ORIGEM 'D', PROGCOB76),
      *                deduzido e listado na remessa como frete de
      *                devolucao; a origem e preservada na regravacao.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               05  WRK-ABA-VALOR      PIC 9(08)V99.
               05  WRK-ABA-DATA       PIC 9(08).
               05  WRK-ABA-SITUACAO   PIC X(01).
               05  WRK-ABA-ORIGEM     PIC X(01).
                   88  WRK-ABA-DEVOLUCAO               VALUE 'D'.

       77  WRK-MAX-TRANSP           PIC 9(02)     VALUE 20.
       77  WRK-QTD-TRANSP           PIC 9(02)  COMP  VALUE ZEROS.
                      TO WRK-ABA-DATA(WRK-QTD-ABATIMENTOS)
                    MOVE ABT-SITUACAO
                      TO WRK-ABA-SITUACAO(WRK-QTD-ABATIMENTOS)
                    MOVE ABT-ORIGEM
                      TO WRK-ABA-ORIGEM(WRK-QTD-ABATIMENTOS)
                 END-IF
              END-PERFORM
              CLOSE SINISTRO-ABATIMENTOS

           MOVE WRK-ABA-VALOR(WRK-IDX-ABATIMENTO) TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           IF WRK-ABA-DEVOLUCAO(WRK-IDX-ABATIMENTO)
              STRING '  (-) FRETE DEVOLUCAO FATURA '
                     WRK-ABA-NUMERO(WRK-IDX-ABATIMENTO)
                     ' VALOR ' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           ELSE
              STRING '  (-) SINISTRO FATURA '
                     WRK-ABA-NUMERO(WRK-IDX-ABATIMENTO)
                     ' VALOR ' WRK-VALOR-ED
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.

           ADD WRK-ABA-VALOR(WRK-IDX-ABATIMENTO)
                TO ABT-DATA
              MOVE WRK-ABA-SITUACAO(WRK-IDX-ABATIMENTO)
                TO ABT-SITUACAO
              MOVE WRK-ABA-ORIGEM(WRK-IDX-ABATIMENTO)
                TO ABT-ORIGEM
              WRITE SINISTRO-ABATIMENTO-REG
              CALL 'PROGCOBU1' USING 'SINABATE.DAT' 'WRITE'
                   FS-ABATE WRK-ABEND
