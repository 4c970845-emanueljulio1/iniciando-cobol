      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS Os totais do livro (periodo, faturas, estornos,
      *                base e ICMS) passaram a ser gravados tambem no
      *                ICMSTOT.DAT (layout LIVTOREG), conferido pela
      *                auditoria da sequencia de faturas do PROGCOB81.
      * 15.10.2026 EAS O estorno parcial ('P') da nota de credito
      *                abate base e ICMS como o estorno, sem tirar a
      *                fatura da quantidade da UF.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ASSIGN TO 'SITE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SITEP.

           SELECT LIVRO-TOTAL-EXTRACT
               ASSIGN TO 'ICMSTOT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LVTOT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*

       FD  SITE-PARM-FILE.
       COPY SITEPARM.

       FD  LIVRO-TOTAL-EXTRACT.
       COPY LIVTOREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==LVTOT==.

       77  WRK-BUFFER-ED            PIC X(20)     VALUE SPACES.
       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
       77  WRK-TOTAL-BASE           PIC S9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-ICMS           PIC S9(12)V99 VALUE ZEROS.
       77  WRK-QTD-FATURAS          PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-ESTORNOS         PIC 9(06)     VALUE ZEROS.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-QTD-FORA-PERIODO     PIC 9(06)     VALUE ZEROS.
       77  WRK-VALOR-ED             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
                             WRK-UF-QTD(WRK-IDX-UF)
           END-IF.

           IF FAT-REG-CREDITO
              SUBTRACT FAT-ICMS-BASE
                  FROM WRK-UF-BASE(WRK-IDX-UF) WRK-TOTAL-BASE
              SUBTRACT FAT-ICMS-VALOR
                  FROM WRK-UF-ICMS(WRK-IDX-UF) WRK-TOTAL-ICMS
              IF FAT-REG-ESTORNO
                 SUBTRACT 1 FROM WRK-UF-QTD(WRK-IDX-UF)
              END-IF
              ADD 1 TO WRK-QTD-ESTORNOS
           ELSE
              ADD FAT-ICMS-BASE
                  TO WRK-UF-BASE(WRK-IDX-UF) WRK-TOTAL-BASE
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0320-GRAVAR-TOTAIS-LIVRO.

           DISPLAY '-------------------'.
           DISPLAY 'FATURAS NO PERIODO .. : ' WRK-QTD-FATURAS.
           DISPLAY 'ESTORNOS NO PERIODO . : ' WRK-QTD-ESTORNOS.
           DISPLAY 'FORA DO PERIODO ..... : ' WRK-QTD-FORA-PERIODO.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           PERFORM 0810-FORMATAR-VALOR.
           MOVE WRK-VALOR-ED TO REL-LINHA(33:18).
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Totais do livro para a conferencia da auditoria da
      *          sequencia de faturas (PROGCOB81)
      *----------------------------------------------------------------*
       0320-GRAVAR-TOTAIS-LIVRO.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           OPEN OUTPUT LIVRO-TOTAL-EXTRACT.
           CALL 'PROGCOBU1' USING 'ICMSTOT.DAT' 'OPEN' FS-LVTOT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-ANO-FISCAL     TO LVT-ANO-FISCAL.
           MOVE WRK-PERIODO-FISCAL TO LVT-PERIODO-FISCAL.
           MOVE WRK-QTD-FATURAS    TO LVT-QTD-FATURAS.
           MOVE WRK-QTD-ESTORNOS   TO LVT-QTD-ESTORNOS.
           MOVE WRK-TOTAL-BASE     TO LVT-TOTAL-BASE.
           MOVE WRK-TOTAL-ICMS     TO LVT-TOTAL-ICMS.
           MOVE WRK-DATA-ATUAL     TO LVT-DATA-EMISSAO.
           WRITE LIVRO-TOTAL-REG.
           CALL 'PROGCOBU1' USING 'ICMSTOT.DAT' 'WRITE' FS-LVTOT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           CLOSE LIVRO-TOTAL-EXTRACT.
           CALL 'PROGCOBU1' USING 'ICMSTOT.DAT' 'CLOSE' FS-LVTOT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

