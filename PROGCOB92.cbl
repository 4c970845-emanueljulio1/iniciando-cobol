      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB92
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Guia mensal de recolhimento do FGTS. Para a
      * competencia informada (AAAAMM), resume por matricula os
      * movimentos do razao FGTSMOV.DAT - depositos mensais gravados
      * pela folha do PROGCOB04 e multas rescisorias gravadas pelo
      * PROGCOB45 - e imprime a guia FGTSGUIA.REL com o vencimento no
      * dia 7 do mes seguinte, antecipado para o dia util anterior
      * pelo calendario nacional do PROCCAL.DAT. Na primeira emissao
      * da competencia grava a guia no FGTSGUIA.DAT e lanca o total
      * no GLLANCTO.DAT (origem FGTS) para o diario do PROGCOB14;
      * competencia ja emitida tem a guia apenas reimpressa.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB92.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT FGTS-MOVIMENTO
               ASSIGN TO 'FGTSMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FGMOV.

           SELECT FGTS-SALDO-FILE
               ASSIGN TO 'FGTSSALD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FGS-MATRICULA
               FILE STATUS IS FS-FGSAL.

           SELECT FGTS-GUIAS
               ASSIGN TO 'FGTSGUIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FGGUI.

           SELECT PROCESSING-CALENDAR
               ASSIGN TO 'PROCCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS FS-PRCAL.

           SELECT GL-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT GUIA-REPORT
               ASSIGN TO 'FGTSGUIA.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  FGTS-MOVIMENTO.
       COPY FGTSMOV.

       FD  FGTS-SALDO-FILE.
       COPY FGTSREG.

       FD  FGTS-GUIAS.
       COPY FGTSGUIA.

       FD  PROCESSING-CALENDAR.
       COPY PROCCAL.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  GUIA-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FGMOV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FGSAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FGGUI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-GUIA-EMITIDA         PIC X(01)     VALUE 'N'.
           88  WRK-GUIA-JA-EMITIDA                 VALUE 'S'.
       77  WRK-SALDO-AUSENTE        PIC X(01)     VALUE 'N'.
           88  WRK-SEM-CADASTRO-SALDO              VALUE 'S'.
       77  WRK-CALENDARIO-AUSENTE   PIC X(01)     VALUE 'N'.
           88  WRK-SEM-CALENDARIO                  VALUE 'S'.
       77  WRK-ACHOU-DIA-UTIL       PIC X(01)     VALUE 'N'.
           88  WRK-VENCIMENTO-DIA-UTIL             VALUE 'S'.

       01  WRK-COMPETENCIA.
           03  WRK-CMP-ANO           PIC 9(04).
           03  WRK-CMP-MES           PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA
                                     PIC 9(06).
       01  WRK-DATA-MOVTO.
           03  WRK-MOV-COMPETENCIA   PIC 9(06).
           03  WRK-MOV-DIA           PIC 9(02).
       01  WRK-DATA-MOVTO-NUM REDEFINES WRK-DATA-MOVTO
                                     PIC 9(08).
       01  WRK-VENCIMENTO.
           03  WRK-VEN-ANO           PIC 9(04).
           03  WRK-VEN-MES           PIC 9(02).
           03  WRK-VEN-DIA           PIC 9(02).
       01  WRK-VENCIMENTO-NUM REDEFINES WRK-VENCIMENTO
                                     PIC 9(08).
       77  WRK-DIA-VENCIMENTO       PIC 9(02)     VALUE 7.

       77  WRK-MAX-MATRICULAS       PIC 9(04)     VALUE 2000.
       77  WRK-QTD-MATRICULAS       PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-MATRICULA        PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-POS-MATRICULA        PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-MATRICULAS.
           03  WRK-FGT OCCURS 2000 TIMES.
               05  WRK-FGT-MATRICULA  PIC 9(06).
               05  WRK-FGT-BASE       PIC 9(09)V99.
               05  WRK-FGT-DEPOSITO   PIC 9(08)V99.
               05  WRK-FGT-MULTA      PIC 9(08)V99.

       77  WRK-TOTAL-BASE           PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-DEPOSITOS      PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-MULTAS         PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-GUIA           PIC 9(11)V99  VALUE ZEROS.
       77  WRK-NOME                 PIC X(20)     VALUE SPACES.

       77  WRK-BASE-ED              PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-DEPOSITO-ED          PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-MULTA-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-ED               PIC ZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-MOVIMENTOS.
           PERFORM 0210-CALCULAR-VENCIMENTO THRU 0210-SAIDA.
           PERFORM 0220-VERIFICAR-GUIA THRU 0220-SAIDA.
           PERFORM 0300-IMPRIMIR-GUIA.
           IF NOT WRK-GUIA-JA-EMITIDA
              AND WRK-QTD-MATRICULAS > ZEROS
              PERFORM 0310-REGISTRAR-GUIA
              PERFORM 0320-LANCAR-GL
           END-IF.
           PERFORM 0400-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *                   Inicializar os Dados
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'GUIAFGTS  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'GUIA DE FGTS NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'COMPETENCIA DA GUIA (AAAAMM) ...... : '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA-NUM NOT NUMERIC
              OR WRK-CMP-MES = ZEROS
              OR WRK-CMP-MES > 12
              DISPLAY 'COMPETENCIA INVALIDA.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT FGTS-SALDO-FILE.
           IF FS-FGSAL = '35'
              MOVE 'S' TO WRK-SALDO-AUSENTE
           ELSE
              CALL 'PROGCOBU1' USING 'FGTSSALD.DAT' 'OPEN' FS-FGSAL
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           OPEN OUTPUT GUIA-REPORT.
           CALL 'PROGCOBU1' USING 'FGTSGUIA.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Resumir por matricula os movimentos da competencia
      *----------------------------------------------------------------*
       0200-CARREGAR-MOVIMENTOS.

           OPEN INPUT FGTS-MOVIMENTO.
           IF FS-FGMOV = '35'
              DISPLAY 'FGTSMOV.DAT AUSENTE: FOLHA AINDA NAO GEROU '
                      'DEPOSITOS DE FGTS.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CALL 'PROGCOBU1' USING 'FGTSMOV.DAT' 'OPEN' FS-FGMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FGTS-MOVIMENTO
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 MOVE FGM-DATA TO WRK-DATA-MOVTO-NUM
                 IF WRK-MOV-COMPETENCIA = WRK-COMPETENCIA-NUM
                    PERFORM 0205-ACUMULAR-MOVIMENTO
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE FGTS-MOVIMENTO.
           CALL 'PROGCOBU1' USING 'FGTSMOV.DAT' 'CLOSE' FS-FGMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0205-ACUMULAR-MOVIMENTO.

           MOVE ZEROS TO WRK-POS-MATRICULA.
           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
                      OR WRK-POS-MATRICULA > ZEROS
              IF WRK-FGT-MATRICULA(WRK-IDX-MATRICULA) = FGM-MATRICULA
                 MOVE WRK-IDX-MATRICULA TO WRK-POS-MATRICULA
              END-IF
           END-PERFORM.

           IF WRK-POS-MATRICULA = ZEROS
              IF WRK-QTD-MATRICULAS >= WRK-MAX-MATRICULAS
                 DISPLAY 'TABELA DE MATRICULAS ESGOTADA ('
                         WRK-MAX-MATRICULAS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-MATRICULAS
              MOVE WRK-QTD-MATRICULAS TO WRK-POS-MATRICULA
              MOVE FGM-MATRICULA
                TO WRK-FGT-MATRICULA(WRK-POS-MATRICULA)
              MOVE ZEROS TO WRK-FGT-BASE(WRK-POS-MATRICULA)
                            WRK-FGT-DEPOSITO(WRK-POS-MATRICULA)
                            WRK-FGT-MULTA(WRK-POS-MATRICULA)
           END-IF.

           IF FGM-MULTA-RESCISORIA
              ADD FGM-VALOR TO WRK-FGT-MULTA(WRK-POS-MATRICULA)
                               WRK-TOTAL-MULTAS
           ELSE
              ADD FGM-BASE  TO WRK-FGT-BASE(WRK-POS-MATRICULA)
                               WRK-TOTAL-BASE
              ADD FGM-VALOR TO WRK-FGT-DEPOSITO(WRK-POS-MATRICULA)
                               WRK-TOTAL-DEPOSITOS
           END-IF.
      *----------------------------------------------------------------*
      *          Vencimento no dia 7 do mes seguinte a competencia;
      *          caindo em dia nao util, antecipado para o dia util
      *          anterior pelo calendario nacional
      *----------------------------------------------------------------*
       0210-CALCULAR-VENCIMENTO.

           MOVE WRK-CMP-ANO        TO WRK-VEN-ANO.
           COMPUTE WRK-VEN-MES = WRK-CMP-MES + 1.
           IF WRK-VEN-MES > 12
              MOVE 1 TO WRK-VEN-MES
              ADD 1 TO WRK-VEN-ANO
           END-IF.
           MOVE WRK-DIA-VENCIMENTO TO WRK-VEN-DIA.

           OPEN INPUT PROCESSING-CALENDAR.
           IF NOT FS-PRCAL-OK
              MOVE 'S' TO WRK-CALENDARIO-AUSENTE
              DISPLAY 'PROCCAL.DAT INDISPONIVEL: VENCIMENTO NO DIA '
                      WRK-DIA-VENCIMENTO ' SEM AJUSTE DE DIA UTIL.'
              GO TO 0210-SAIDA
           END-IF.

           MOVE 'N' TO WRK-ACHOU-DIA-UTIL.
           PERFORM UNTIL WRK-VENCIMENTO-DIA-UTIL
                      OR WRK-VEN-DIA = ZEROS
              MOVE SPACES             TO CAL-UF
              MOVE WRK-VENCIMENTO-NUM TO CAL-DATA
              READ PROCESSING-CALENDAR
                  INVALID KEY
                      MOVE 'S' TO WRK-CALENDARIO-AUSENTE
              END-READ
              IF WRK-SEM-CALENDARIO
                 OR CAL-E-DIA-UTIL
                 MOVE 'S' TO WRK-ACHOU-DIA-UTIL
              ELSE
                 SUBTRACT 1 FROM WRK-VEN-DIA
              END-IF
           END-PERFORM.

           IF WRK-VEN-DIA = ZEROS
              MOVE WRK-DIA-VENCIMENTO TO WRK-VEN-DIA
           END-IF.
           IF WRK-SEM-CALENDARIO
              DISPLAY 'PROCCAL.DAT NAO COBRE ' WRK-VENCIMENTO-NUM
                      ': VENCIMENTO SEM AJUSTE DE DIA UTIL.'
           END-IF.

           CLOSE PROCESSING-CALENDAR.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Competencia ja presente no FGTSGUIA.DAT: a guia e
      *          reimpressa sem novo registro nem novo lancamento
      *----------------------------------------------------------------*
       0220-VERIFICAR-GUIA.

           OPEN INPUT FGTS-GUIAS.
           IF FS-FGGUI = '35'
              GO TO 0220-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'FGTSGUIA.DAT' 'OPEN' FS-FGGUI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FGTS-GUIAS
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND FGG-COMPETENCIA = WRK-COMPETENCIA-NUM
                 MOVE 'S' TO WRK-GUIA-EMITIDA
              END-IF
           END-PERFORM.

           CLOSE FGTS-GUIAS.

       0220-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Guia: uma linha por matricula e os totais
      *----------------------------------------------------------------*
       0300-IMPRIMIR-GUIA.

           MOVE SPACES TO REL-LINHA.
           STRING 'GUIA DE RECOLHIMENTO DO FGTS - COMPETENCIA '
                  WRK-CMP-MES '/' WRK-CMP-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMISSAO ' WRK-DATA-ATUAL
                  '  VENCIMENTO ' WRK-VEN-DIA '/' WRK-VEN-MES '/'
                  WRK-VEN-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-GUIA-JA-EMITIDA
              MOVE 'REIMPRESSAO: GUIA JA REGISTRADA E LANCADA NO GL.'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MATRIC NOME                           BASE'
                  '      DEPOSITO         MULTA'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
              MOVE SPACES TO WRK-NOME
              IF NOT WRK-SEM-CADASTRO-SALDO
                 MOVE WRK-FGT-MATRICULA(WRK-IDX-MATRICULA)
                   TO FGS-MATRICULA
                 READ FGTS-SALDO-FILE
                     INVALID KEY
                         CONTINUE
                 END-READ
                 IF FS-FGSAL-OK
                    MOVE FGS-NOME TO WRK-NOME
                 END-IF
              END-IF
              MOVE WRK-FGT-BASE(WRK-IDX-MATRICULA)  TO WRK-BASE-ED
              MOVE WRK-FGT-DEPOSITO(WRK-IDX-MATRICULA)
                TO WRK-DEPOSITO-ED
              MOVE WRK-FGT-MULTA(WRK-IDX-MATRICULA) TO WRK-MULTA-ED
              MOVE SPACES TO REL-LINHA
              STRING WRK-FGT-MATRICULA(WRK-IDX-MATRICULA) ' '
                     WRK-NOME ' ' WRK-BASE-ED ' '
                     WRK-DEPOSITO-ED ' ' WRK-MULTA-ED
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-PERFORM.

           COMPUTE WRK-TOTAL-GUIA = WRK-TOTAL-DEPOSITOS
                                  + WRK-TOTAL-MULTAS.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-BASE TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'BASE DE CALCULO ......... : ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-DEPOSITOS TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEPOSITOS MENSAIS (8%) .. : ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-MULTAS TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'MULTAS RESCISORIAS ...... : ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-GUIA     TO WRK-TOTAL-ED.
           MOVE WRK-QTD-MATRICULAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL A RECOLHER ........ : ' WRK-TOTAL-ED
                  '  EMPREGADOS ' WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Registrar a guia emitida da competencia
      *----------------------------------------------------------------*
       0310-REGISTRAR-GUIA.

           OPEN EXTEND FGTS-GUIAS.
           IF NOT FS-FGGUI-OK
              OPEN OUTPUT FGTS-GUIAS
           END-IF.
           CALL 'PROGCOBU1' USING 'FGTSGUIA.DAT' 'OPEN' FS-FGGUI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-COMPETENCIA-NUM TO FGG-COMPETENCIA.
           MOVE WRK-DATA-ATUAL      TO FGG-DATA-EMISSAO.
           MOVE WRK-VENCIMENTO-NUM  TO FGG-VENCIMENTO.
           MOVE WRK-QTD-MATRICULAS  TO FGG-QTD-EMPREGADOS.
           MOVE WRK-TOTAL-DEPOSITOS TO FGG-VALOR-DEPOSITOS.
           MOVE WRK-TOTAL-MULTAS    TO FGG-VALOR-MULTAS.
           WRITE FGTS-GUIA-REG.
           CALL 'PROGCOBU1' USING 'FGTSGUIA.DAT' 'WRITE' FS-FGGUI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           CLOSE FGTS-GUIAS.
           CALL 'PROGCOBU1' USING 'FGTSGUIA.DAT' 'CLOSE' FS-FGGUI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Total da guia no GLLANCTO.DAT (origem FGTS), para o
      *          diario do proximo fechamento do PROGCOB14
      *----------------------------------------------------------------*
       0320-LANCAR-GL.

           IF WRK-TOTAL-GUIA = ZEROS
              DISPLAY 'GUIA SEM VALOR: NADA A LANCAR NO GL.'
           ELSE
              OPEN EXTEND GL-LANCAMENTOS
              IF NOT FS-GLLAN-OK
                 OPEN OUTPUT GL-LANCAMENTOS
              END-IF
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE WRK-DATA-ATUAL TO LAN-DATA
              MOVE 'FGTS'         TO LAN-ORIGEM
              MOVE SPACES         TO LAN-CENTRO-CUSTO
              MOVE WRK-TOTAL-GUIA TO LAN-VALOR
              MOVE 'PROGCOB92'    TO LAN-PROGRAMA
              WRITE GL-LANCAMENTO-REG
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CLOSE GL-LANCAMENTOS
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'CLOSE' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0400-FINALIZAR.

           CLOSE GUIA-REPORT.
           CALL 'PROGCOBU1' USING 'FGTSGUIA.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           IF NOT WRK-SEM-CADASTRO-SALDO
              CLOSE FGTS-SALDO-FILE
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'GUIA DE FGTS GRAVADA EM FGTSGUIA.REL.'.
           DISPLAY 'EMPREGADOS NA GUIA .. : ' WRK-QTD-MATRICULAS.
           DISPLAY 'VENCIMENTO .......... : ' WRK-VENCIMENTO-NUM.
           IF WRK-QTD-MATRICULAS = ZEROS
              DISPLAY 'COMPETENCIA SEM MOVIMENTO DE FGTS.'
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'FGTSGUIA.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
