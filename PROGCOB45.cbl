      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS O termo passou a mostrar o saldo de FGTS da
      *                matricula (FGTSSALD.DAT, acumulado pela folha
      *                do PROGCOB04) e, na dispensa sem justa causa,
      *                a multa rescisoria de 40% sobre esse saldo,
      *                gravada no razao FGTSMOV.DAT para sair na guia
      *                do PROGCOB92. A multa e recolhida na conta
      *                vinculada e nao entra no total do acerto.
      * 15.10.2026 EAS O acerto passou a reter INSS e IRRF pelas
      *                faixas vigentes do TABINSS.DAT e TABIRRF.DAT
      *                (como a folha do PROGCOB04): saldo de salario
      *                e decimo tributados em separado, ferias
      *                indenizadas isentas. O termo mostra as
      *                retencoes e o liquido a pagar, e cada acerto
      *                grava as retencoes no RETENCAO.DAT para a guia
      *                de INSS e IRRF do PROGCOB93. O PAYRLTOT
      *                continua recebendo o acerto antes da retencao.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PTOTA.

           SELECT FGTS-SALDO-FILE
               ASSIGN TO 'FGTSSALD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FGS-MATRICULA
               FILE STATUS IS FS-FGSAL.

           SELECT FGTS-MOVIMENTO
               ASSIGN TO 'FGTSMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FGMOV.

           SELECT TABELA-INSS-FILE
               ASSIGN TO 'TABINSS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS FS-TBINS.

           SELECT TABELA-IRRF-FILE
               ASSIGN TO 'TABIRRF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRF-CHAVE
               FILE STATUS IS FS-TBIRF.

           SELECT RETENCAO-FILE
               ASSIGN TO 'RETENCAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RETEN.

           SELECT RESCISAO-REPORT
               ASSIGN TO 'RESCISAO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
           03  PTO-QT                     PIC 9(06).
       COPY EXTTRAIL REPLACING ==:TRL:== BY ==PTO==.

       FD  FGTS-SALDO-FILE.
       COPY FGTSREG.

       FD  FGTS-MOVIMENTO.
       COPY FGTSMOV.

       FD  TABELA-INSS-FILE.
       COPY TABINREG.

       FD  TABELA-IRRF-FILE.
       COPY TABIRREG.

       FD  RETENCAO-FILE.
       COPY RETENREG.

       FD  RESCISAO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==APONT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMPRE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PTOTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FGSAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FGMOV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TBINS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TBIRF==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RETEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-SEM-APONTAMENTO                 VALUE 'S'.
       77  WRK-EMPREST-AUSENTE      PIC X(01)     VALUE 'N'.
           88  WRK-SEM-EMPRESTIMOS                 VALUE 'S'.
       77  WRK-FGTS-AUSENTE         PIC X(01)     VALUE 'N'.
           88  WRK-SEM-SALDO-FGTS                  VALUE 'S'.

       01  WRK-ULTIMO-DIA-PARTES.
           03  WRK-ULT-ANO           PIC 9(04).
       77  WRK-EMPRESTIMO-ACERTO    PIC 9(08)V99  VALUE ZEROS.
       77  WRK-TOTAL-ACERTO         PIC S9(09)V99 VALUE ZEROS.
       77  WRK-FATOR-HORA-EXTRA     PIC 9(01)V99  VALUE 1,50.
       77  WRK-SALDO-FGTS           PIC 9(09)V99  VALUE ZEROS.
       77  WRK-PCT-MULTA-FGTS       PIC 9(01)V99  VALUE 0,40.
       77  WRK-MULTA-FGTS           PIC 9(08)V99  VALUE ZEROS.

       77  WRK-FIM-TABELA           PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-TABELA              VALUE 'S'.
       77  WRK-TABELAS-OK           PIC X(01)     VALUE 'N'.
           88  WRK-TABELAS-VIGENTES                VALUE 'S'.
       77  WRK-VIG-INSS             PIC 9(08)     VALUE ZEROS.
       77  WRK-VIG-IRRF             PIC 9(08)     VALUE ZEROS.
       77  WRK-PCT-INSS             PIC 9(01)V999 VALUE 0,110.
       77  WRK-PCT-IRRF             PIC 9(01)V999 VALUE 0,075.
       77  WRK-MAX-FAIXAS           PIC 9(02)     VALUE 10.
       77  WRK-QTD-FAIXAS-INSS      PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-QTD-FAIXAS-IRRF      PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-FAIXA            PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-FAIXA-ACHADA         PIC X(01)     VALUE 'N'.
           88  WRK-FAIXA-NA-TABELA                 VALUE 'S'.
       01  WRK-FAIXAS-INSS.
           03  WRK-FX-INSS OCCURS 10 TIMES.
               05  WRK-INS-LIMITE     PIC 9(06)V99.
               05  WRK-INS-ALIQUOTA   PIC 9(02)V99.
       01  WRK-FAIXAS-IRRF.
           03  WRK-FX-IRRF OCCURS 10 TIMES.
               05  WRK-IRF-LIMITE     PIC 9(06)V99.
               05  WRK-IRF-ALIQUOTA   PIC 9(02)V99.
               05  WRK-IRF-PARCELA    PIC 9(06)V99.
       77  WRK-DED-DEPENDENTE       PIC 9(04)V99  VALUE ZEROS.
       77  WRK-BASE-TRIBUTAVEL      PIC 9(08)V99  VALUE ZEROS.
       77  WRK-BASE-IRRF            PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VL-INSS              PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VL-IRRF              PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VL-IRRF-CALC         PIC S9(06)V99 VALUE ZEROS.
       77  WRK-INSS-ACERTO          PIC 9(06)V99  VALUE ZEROS.
       77  WRK-IRRF-ACERTO          PIC 9(06)V99  VALUE ZEROS.
       77  WRK-LIQUIDO-ACERTO       PIC S9(09)V99 VALUE ZEROS.

       77  WRK-QTD-RESCINDIDOS      PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-RECUSADOS        PIC 9(04)     VALUE ZEROS.
       77  WRK-TOTAL-RODADA         PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-MULTAS-FGTS    PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-INSS-RETIDO    PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-IRRF-RETIDO    PIC 9(09)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
              END-IF
           END-IF.

           OPEN INPUT FGTS-SALDO-FILE.
           IF FS-FGSAL = '35'
              MOVE 'S' TO WRK-FGTS-AUSENTE
              DISPLAY 'FGTSSALD.DAT AUSENTE: RESCISAO SEM SALDO DE '
                      'FGTS E SEM MULTA RESCISORIA.'
           ELSE
              CALL 'PROGCOBU1' USING 'FGTSSALD.DAT' 'OPEN' FS-FGSAL
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           OPEN EXTEND FGTS-MOVIMENTO.
           IF NOT FS-FGMOV-OK
              OPEN OUTPUT FGTS-MOVIMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'FGTSMOV.DAT' 'OPEN' FS-FGMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0105-CARREGAR-TABELAS-DEDUCAO THRU 0105-SAIDA.

           OPEN EXTEND RETENCAO-FILE.
           IF NOT FS-RETEN-OK
              OPEN OUTPUT RETENCAO-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'RETENCAO.DAT' 'OPEN' FS-RETEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT RESCISAO-REPORT.
           CALL 'PROGCOBU1' USING 'RESCISAO.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           END-IF.

           PERFORM 0110-LER-EVENTO.
      *----------------------------------------------------------------*
      *          Carregar as faixas de INSS e IRRF vigentes na data
      *          da rodada, como a folha do PROGCOB04; sem tabela
      *          vigente o acerto retem pelas aliquotas fixas de
      *          contingencia
      *----------------------------------------------------------------*
       0105-CARREGAR-TABELAS-DEDUCAO.

           MOVE 'N'   TO WRK-TABELAS-OK.
           MOVE ZEROS TO WRK-VIG-INSS WRK-VIG-IRRF
                         WRK-QTD-FAIXAS-INSS WRK-QTD-FAIXAS-IRRF.

           OPEN INPUT TABELA-INSS-FILE.
           IF NOT FS-TBINS-OK
              DISPLAY 'TABINSS.DAT INDISPONIVEL: ALIQUOTA FIXA DE '
                      'CONTINGENCIA APLICADA.'
              GO TO 0105-SAIDA
           END-IF.
           OPEN INPUT TABELA-IRRF-FILE.
           IF NOT FS-TBIRF-OK
              DISPLAY 'TABIRRF.DAT INDISPONIVEL: ALIQUOTA FIXA DE '
                      'CONTINGENCIA APLICADA.'
              CLOSE TABELA-INSS-FILE
              GO TO 0105-SAIDA
           END-IF.

           MOVE 'N'   TO WRK-FIM-TABELA.
           MOVE ZEROS TO INS-DATA-VIGENCIA INS-FAIXA.
           START TABELA-INSS-FILE
               KEY IS NOT LESS THAN INS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TABELA
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-TABELA
              READ TABELA-INSS-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-TABELA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-TABELA
                 AND INS-DATA-VIGENCIA <= WRK-DATA-RODADA
                 IF INS-DATA-VIGENCIA NOT = WRK-VIG-INSS
                    MOVE INS-DATA-VIGENCIA TO WRK-VIG-INSS
                    MOVE ZEROS TO WRK-QTD-FAIXAS-INSS
                 END-IF
                 IF WRK-QTD-FAIXAS-INSS < WRK-MAX-FAIXAS
                    ADD 1 TO WRK-QTD-FAIXAS-INSS
                    MOVE INS-LIMITE
                      TO WRK-INS-LIMITE(WRK-QTD-FAIXAS-INSS)
                    MOVE INS-ALIQUOTA
                      TO WRK-INS-ALIQUOTA(WRK-QTD-FAIXAS-INSS)
                 END-IF
              END-IF
           END-PERFORM.

           MOVE 'N'   TO WRK-FIM-TABELA.
           MOVE ZEROS TO IRF-DATA-VIGENCIA IRF-FAIXA.
           START TABELA-IRRF-FILE
               KEY IS NOT LESS THAN IRF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TABELA
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-TABELA
              READ TABELA-IRRF-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-TABELA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-TABELA
                 AND IRF-DATA-VIGENCIA <= WRK-DATA-RODADA
                 IF IRF-DATA-VIGENCIA NOT = WRK-VIG-IRRF
                    MOVE IRF-DATA-VIGENCIA TO WRK-VIG-IRRF
                    MOVE ZEROS TO WRK-QTD-FAIXAS-IRRF
                 END-IF
                 IF WRK-QTD-FAIXAS-IRRF < WRK-MAX-FAIXAS
                    ADD 1 TO WRK-QTD-FAIXAS-IRRF
                    MOVE IRF-LIMITE
                      TO WRK-IRF-LIMITE(WRK-QTD-FAIXAS-IRRF)
                    MOVE IRF-ALIQUOTA
                      TO WRK-IRF-ALIQUOTA(WRK-QTD-FAIXAS-IRRF)
                    MOVE IRF-PARCELA-DEDUZIR
                      TO WRK-IRF-PARCELA(WRK-QTD-FAIXAS-IRRF)
                    MOVE IRF-DED-DEPENDENTE TO WRK-DED-DEPENDENTE
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE TABELA-INSS-FILE TABELA-IRRF-FILE.

           IF WRK-QTD-FAIXAS-INSS > ZEROS
              AND WRK-QTD-FAIXAS-IRRF > ZEROS
              MOVE 'S' TO WRK-TABELAS-OK
           ELSE
              DISPLAY 'SEM TABELA DE DEDUCAO VIGENTE NA DATA: '
                      'ALIQUOTA FIXA DE CONTINGENCIA APLICADA.'
           END-IF.

       0105-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0110-LER-EVENTO.

           PERFORM 0210-CALCULAR-SALDO-SALARIO.
           PERFORM 0220-BAIXAR-PROVISOES.
           PERFORM 0225-RECUPERAR-EMPRESTIMO.
           PERFORM 0228-APURAR-MULTA-FGTS.

           COMPUTE WRK-TOTAL-ACERTO =
                   WRK-SALDO-SALARIO + WRK-FERIAS-ACERTO
              MOVE ZEROS TO WRK-TOTAL-ACERTO
           END-IF.

           PERFORM 0229-RETER-TRIBUTOS.
           COMPUTE WRK-LIQUIDO-ACERTO =
                   WRK-TOTAL-ACERTO - WRK-INSS-ACERTO
                   - WRK-IRRF-ACERTO.
           IF WRK-LIQUIDO-ACERTO < ZEROS
              MOVE ZEROS TO WRK-LIQUIDO-ACERTO
           END-IF.

           PERFORM 0230-IMPRIMIR-TERMO.

           ADD WRK-TOTAL-ACERTO TO WRK-TOTAL-RODADA.
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Saldo de FGTS da matricula e, na dispensa sem justa
      *          causa, multa rescisoria de 40% sobre o saldo,
      *          gravada no razao para a guia do PROGCOB92
      *----------------------------------------------------------------*
       0228-APURAR-MULTA-FGTS.

           MOVE ZEROS TO WRK-SALDO-FGTS WRK-MULTA-FGTS.

           IF NOT WRK-SEM-SALDO-FGTS
              MOVE RSC-MATRICULA TO FGS-MATRICULA
              READ FGTS-SALDO-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-FGSAL-OK
                 MOVE FGS-SALDO TO WRK-SALDO-FGTS
              END-IF
           END-IF.

           IF RSC-SEM-JUSTA-CAUSA
              AND WRK-SALDO-FGTS > ZEROS
              COMPUTE WRK-MULTA-FGTS ROUNDED =
                      WRK-SALDO-FGTS * WRK-PCT-MULTA-FGTS
              ADD WRK-MULTA-FGTS TO WRK-TOTAL-MULTAS-FGTS
              MOVE RSC-MATRICULA   TO FGM-MATRICULA
              MOVE WRK-DATA-RODADA TO FGM-DATA
              MOVE 'M'             TO FGM-TIPO
              MOVE WRK-SALDO-FGTS  TO FGM-BASE
              MOVE WRK-MULTA-FGTS  TO FGM-VALOR
              MOVE 'PROGCOB45'     TO FGM-PROGRAMA
              WRITE FGTS-MOVTO-REG
              CALL 'PROGCOBU1' USING 'FGTSMOV.DAT' 'WRITE' FS-FGMOV
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Retencao de INSS e IRRF do acerto: saldo de salario
      *          e decimo tributados em separado, como na folha;
      *          ferias indenizadas nao entram na base
      *----------------------------------------------------------------*
       0229-RETER-TRIBUTOS.

           MOVE ZEROS TO WRK-INSS-ACERTO WRK-IRRF-ACERTO.

           MOVE WRK-SALDO-SALARIO TO WRK-BASE-TRIBUTAVEL.
           PERFORM 0240-CALCULAR-INSS-IRRF.
           ADD WRK-VL-INSS TO WRK-INSS-ACERTO.
           ADD WRK-VL-IRRF TO WRK-IRRF-ACERTO.

           MOVE WRK-DECIMO-ACERTO TO WRK-BASE-TRIBUTAVEL.
           PERFORM 0240-CALCULAR-INSS-IRRF.
           ADD WRK-VL-INSS TO WRK-INSS-ACERTO.
           ADD WRK-VL-IRRF TO WRK-IRRF-ACERTO.

           ADD WRK-INSS-ACERTO TO WRK-TOTAL-INSS-RETIDO.
           ADD WRK-IRRF-ACERTO TO WRK-TOTAL-IRRF-RETIDO.

           IF WRK-INSS-ACERTO > ZEROS
              OR WRK-IRRF-ACERTO > ZEROS
              MOVE RSC-MATRICULA   TO RTN-MATRICULA
              MOVE WRK-DATA-RODADA TO RTN-DATA
              MOVE 'R'             TO RTN-ORIGEM
              COMPUTE RTN-BASE = WRK-SALDO-SALARIO
                               + WRK-DECIMO-ACERTO
              MOVE WRK-INSS-ACERTO TO RTN-INSS
              MOVE WRK-IRRF-ACERTO TO RTN-IRRF
              MOVE 'PROGCOB45'     TO RTN-PROGRAMA
              WRITE RETENCAO-REG
              CALL 'PROGCOBU1' USING 'RETENCAO.DAT' 'WRITE' FS-RETEN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0230-IMPRIMIR-TERMO.

               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO REL-LINHA.
           STRING '(-) INSS RETIDO ...... : ' WRK-INSS-ACERTO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO REL-LINHA.
           STRING '(-) IRRF RETIDO ...... : ' WRK-IRRF-ACERTO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO REL-LINHA.
           STRING 'LIQUIDO A PAGAR ...... : ' WRK-LIQUIDO-ACERTO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO DE FGTS ........ : ' WRK-SALDO-FGTS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-MULTA-FGTS > ZEROS
              MOVE SPACES TO REL-LINHA
              STRING 'MULTA FGTS 40% ....... : ' WRK-MULTA-FGTS
                     ' (RECOLHIDA NA GUIA)'
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          INSS e IRRF sobre WRK-BASE-TRIBUTAVEL pela faixa
      *          vigente (IRRF sobre a base menos INSS e
      *          dependentes, sem imposto negativo) ou pelas
      *          aliquotas fixas de contingencia
      *----------------------------------------------------------------*
       0240-CALCULAR-INSS-IRRF.

           MOVE ZEROS TO WRK-VL-INSS WRK-VL-IRRF.
           IF WRK-BASE-TRIBUTAVEL = ZEROS
              CONTINUE
           ELSE
              IF WRK-TABELAS-VIGENTES
                 PERFORM 0242-CALCULAR-INSS-TABELA
                 PERFORM 0244-CALCULAR-IRRF-TABELA
              ELSE
                 COMPUTE WRK-VL-INSS ROUNDED =
                         WRK-BASE-TRIBUTAVEL * WRK-PCT-INSS
                 COMPUTE WRK-VL-IRRF ROUNDED =
                         WRK-BASE-TRIBUTAVEL * WRK-PCT-IRRF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0242-CALCULAR-INSS-TABELA.

           MOVE 'N' TO WRK-FAIXA-ACHADA.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS-INSS
                      OR WRK-FAIXA-NA-TABELA
              IF WRK-BASE-TRIBUTAVEL <= WRK-INS-LIMITE(WRK-IDX-FAIXA)
                 OR WRK-IDX-FAIXA = WRK-QTD-FAIXAS-INSS
                 MOVE 'S' TO WRK-FAIXA-ACHADA
                 COMPUTE WRK-VL-INSS ROUNDED =
                         WRK-BASE-TRIBUTAVEL *
                         (WRK-INS-ALIQUOTA(WRK-IDX-FAIXA) / 100)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0244-CALCULAR-IRRF-TABELA.

           COMPUTE WRK-BASE-IRRF =
                   WRK-BASE-TRIBUTAVEL - WRK-VL-INSS
                   - (EMP-DEPENDENTES * WRK-DED-DEPENDENTE).
           IF WRK-BASE-IRRF < ZEROS
              MOVE ZEROS TO WRK-BASE-IRRF
           END-IF.

           MOVE ZEROS TO WRK-VL-IRRF-CALC.
           MOVE 'N'   TO WRK-FAIXA-ACHADA.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS-IRRF
                      OR WRK-FAIXA-NA-TABELA
              IF WRK-BASE-IRRF <= WRK-IRF-LIMITE(WRK-IDX-FAIXA)
                 OR WRK-IDX-FAIXA = WRK-QTD-FAIXAS-IRRF
                 MOVE 'S' TO WRK-FAIXA-ACHADA
                 COMPUTE WRK-VL-IRRF-CALC ROUNDED =
                         (WRK-BASE-IRRF *
                          (WRK-IRF-ALIQUOTA(WRK-IDX-FAIXA) / 100))
                         - WRK-IRF-PARCELA(WRK-IDX-FAIXA)
              END-IF
           END-PERFORM.

           IF WRK-VL-IRRF-CALC < ZEROS
              MOVE ZEROS TO WRK-VL-IRRF-CALC
           END-IF.
           MOVE WRK-VL-IRRF-CALC TO WRK-VL-IRRF.
      *----------------------------------------------------------------*
      *          Somar o total da rodada de rescisao ao PAYRLTOT,
      *          regravando o trailer, para o GL do PROGCOB14
           DISPLAY '-------------------'.
           DISPLAY 'RESCISOES PROCESSADAS : ' WRK-QTD-RESCINDIDOS.
           DISPLAY 'RESCISOES RECUSADAS . : ' WRK-QTD-RECUSADOS.
           DISPLAY 'MULTAS DE FGTS ...... : ' WRK-TOTAL-MULTAS-FGTS.
           DISPLAY 'INSS RETIDO ......... : ' WRK-TOTAL-INSS-RETIDO.
           DISPLAY 'IRRF RETIDO ......... : ' WRK-TOTAL-IRRF-RETIDO.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           CLOSE RESCISAO-FILE EMPLOYEE-MASTER-FILE
                 ACCRUAL-BALANCE-FILE RESCISAO-REPORT FGTS-MOVIMENTO
                 RETENCAO-FILE.
           CALL 'PROGCOBU1' USING 'RETENCAO.DAT' 'CLOSE' FS-RETEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           IF NOT WRK-SEM-SALDO-FGTS
              CLOSE FGTS-SALDO-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'FGTSMOV.DAT' 'CLOSE' FS-FGMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           IF NOT WRK-SEM-APONTAMENTO
              CLOSE TIME-CARD-FILE
           END-IF.
