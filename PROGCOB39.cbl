      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS O percentual no prazo do mes do boletim passou
      *                a ser gravado no TRPMAST (TRP-PCT-NO-PRAZO),
      *                para a escolha de transportadora do PROGCOB06.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O CARRIER-MASTER.
           CALL 'PROGCOBU1' USING 'TRPMAST.DAT' 'OPEN' FS-TRPMA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
           END-IF.
           MOVE WRK-MEDIA-ATRASO TO WRK-MEDIA-ED.

           IF FS-TRPMA-OK
              PERFORM 0415-GRAVAR-DESEMPENHO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING '  ENTREGAS ' WRK-TRA-QT-ENTREGA(WRK-IDX-TRANSP)
                  '  NO PRAZO ' WRK-PCT-ED ' PCT'
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          Guardar no cadastro o percentual do boletim, salvo
      *          quando ja ha um boletim de mes mais recente
      *----------------------------------------------------------------*
       0415-GRAVAR-DESEMPENHO.

           IF WRK-MES-BOLETIM >= TRP-MES-DESEMPENHO
              MOVE WRK-PCT-NO-PRAZO TO TRP-PCT-NO-PRAZO
              MOVE WRK-MES-BOLETIM  TO TRP-MES-DESEMPENHO
              REWRITE TRANSPORTADORA-REG
              CALL 'PROGCOBU1' USING 'TRPMAST.DAT' 'REWRITE'
                   FS-TRPMA WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0420-APURAR-PIOR-ROTA.

