      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB113
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Demonstrativos contabeis do periodo fiscal: a
      * demonstracao do resultado (DRE.REL, movimento do periodo e
      * acumulado no ano) e o balanco patrimonial no fim do periodo
      * (BALANCO.REL), montados a partir do diario balanceado do
      * GL-EXTRACT. Como o GLEXTRAT.DAT traz so o lote da ultima
      * rodada do PROGCOB14, os lancamentos sao lidos do historico
      * GLHIST.DAT (mesmo layout GLJORREG), que acumula cada lote.
      * As linhas dos demonstrativos, com subtotais e sinais, vem da
      * estrutura DEMOSTRU.DAT (layout DEMOREG), que agrupa as
      * contas do PLANOCTA.DAT por faixa de codigo. Cada valor sai
      * em tres colunas: o periodo pedido, o periodo anterior (pelo
      * PROCCAL.DAT) e o mesmo periodo do ano anterior. A rodada
      * exige a acao DEMONSTRAT liberada pelo PROGCOBU3 e e recusada
      * para periodo que o PERSTAT.DAT nao mostra fechado, salvo se
      * pedida como preliminar (cabecalhos marcados PRELIMINAR).
      * Termina com RETURN-CODE 4 na emissao preliminar, no balanco
      * que nao fecha ou com conta movimentada fora da estrutura.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB113.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT GL-HISTORICO
               ASSIGN TO 'GLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLHIS.

           SELECT DEMO-ESTRUTURA
               ASSIGN TO 'DEMOSTRU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEMOS.

           SELECT PLANO-CONTAS
               ASSIGN TO 'PLANOCTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS FS-PLANO.

           SELECT PROCESSING-CALENDAR
               ASSIGN TO 'PROCCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS FS-PRCAL.

           SELECT PERIODO-STATUS
               ASSIGN TO 'PERSTAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS FS-PERST.

           SELECT DRE-REPORT
               ASSIGN TO 'DRE.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELDR.

           SELECT BALANCO-REPORT
               ASSIGN TO 'BALANCO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELBP.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  GL-HISTORICO.
       COPY GLJORREG.

       FD  DEMO-ESTRUTURA.
       COPY DEMOREG.

       FD  PLANO-CONTAS.
       COPY PLANCREG.

       FD  PROCESSING-CALENDAR.
       COPY PROCCAL.

       FD  PERIODO-STATUS.
       COPY PERSTREG.

       FD  DRE-REPORT.
       01  REL-DRE-LINHA              PIC X(80).

       FD  BALANCO-REPORT.
       01  REL-BAL-LINHA              PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLHIS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DEMOS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PLANO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERST==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELDR==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELBP==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-ANO-FISCAL           PIC 9(04)     VALUE ZEROS.
       77  WRK-PERIODO              PIC 9(02)     VALUE ZEROS.
       77  WRK-PRELIMINAR           PIC X(01)     VALUE 'N'.
           88  WRK-E-PRELIMINAR                    VALUE 'S'.
       77  WRK-TEXTO-PRELIMINAR     PIC X(14)     VALUE SPACES.
       77  WRK-FIM-DIARIO           PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-DIARIO              VALUE 'S'.
       77  WRK-FIM-ESTRUTURA        PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-ESTRUTURA           VALUE 'S'.
       77  WRK-FIM-CALEND           PIC X(01)     VALUE 'N'.
           88  WRK-FIM-CALENDARIO                  VALUE 'S'.
       77  WRK-DATA-NO-CALENDARIO   PIC X(01)     VALUE 'N'.
           88  WRK-DATA-NO-PROCCAL                 VALUE 'S'.

      *    Colunas: 1 = periodo pedido, 2 = periodo anterior,
      *    3 = mesmo periodo do ano anterior
       01  WRK-TABELA-COLUNAS.
           03  WRK-COL OCCURS 3 TIMES.
               05  WRK-COL-CHAVE.
                   07  WRK-COL-ANO        PIC 9(04).
                   07  WRK-COL-PERIODO    PIC 9(02).
       01  WRK-CHAVE-LINHA.
           03  WRK-CHL-ANO              PIC 9(04)     VALUE ZEROS.
           03  WRK-CHL-PERIODO          PIC 9(02)     VALUE ZEROS.
       01  WRK-CHAVE-CALENDARIO.
           03  WRK-CHC-ANO              PIC 9(04)     VALUE ZEROS.
           03  WRK-CHC-PERIODO          PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-COL              PIC 9(01)  COMP  VALUE ZEROS.

      *    Medidas por conta e por linha: 1-3 movimento do periodo,
      *    4-6 acumulado no ano e 7-9 saldo no fim do periodo, cada
      *    trio nas tres colunas
       77  WRK-IDX-MEDIDA           PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-MEDIDA-BASE          PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-VALOR-SINAL          PIC S9(13)V99 VALUE ZEROS.

       77  WRK-MAX-CONTAS           PIC 9(03)     VALUE 200.
       77  WRK-QTD-CONTAS           PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-CONTA            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-CONTA-ACHADA         PIC X(01)     VALUE 'N'.
           88  WRK-CONTA-NA-TABELA                 VALUE 'S'.
       01  WRK-TABELA-CONTAS.
           03  WRK-CONTA-ENT OCCURS 200 TIMES.
               05  WRK-CTA-CODIGO     PIC X(08).
               05  WRK-CTA-VALOR      PIC S9(13)V99
                                      OCCURS 9 TIMES.

       77  WRK-MAX-LINHAS           PIC 9(03)     VALUE 200.
       77  WRK-QTD-LINHAS           PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-LINHA            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-PARCELA          PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-ATIVO            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-PASSIVO          PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-LINHAS.
           03  WRK-LINHA-ENT OCCURS 200 TIMES.
               05  WRK-LIN-DEMONSTRATIVO  PIC X(01).
               05  WRK-LIN-NUMERO         PIC 9(03).
               05  WRK-LIN-TIPO           PIC X(01).
               05  WRK-LIN-NATUREZA       PIC X(01).
               05  WRK-LIN-DESCRICAO      PIC X(30).
               05  WRK-LIN-CONTA-INICIAL  PIC X(08).
               05  WRK-LIN-CONTA-FINAL    PIC X(08).
               05  WRK-LIN-LINHA-INICIAL  PIC 9(03).
               05  WRK-LIN-LINHA-FINAL    PIC 9(03).
               05  WRK-LIN-CONFERENCIA    PIC X(01).
               05  WRK-LIN-VALOR          PIC S9(13)V99
                                          OCCURS 9 TIMES.

       77  WRK-DEMONSTRATIVO-ATUAL  PIC X(01)     VALUE SPACES.
       77  WRK-QT-COBERTURA-DRE     PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-QT-COBERTURA-BAL     PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-QT-COBERTURA-RES     PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-QT-LIDAS             PIC 9(07)     VALUE ZEROS.
       77  WRK-QT-SEM-CALENDARIO    PIC 9(07)     VALUE ZEROS.
       77  WRK-QT-SEM-CLASSIF       PIC 9(03)     VALUE ZEROS.
       77  WRK-AVISO-IMPRESSO       PIC X(01)     VALUE 'N'.
           88  WRK-JA-TEM-AVISO                    VALUE 'S'.
       77  WRK-SITUACAO-BALANCO     PIC X(01)     VALUE 'S'.
           88  WRK-BALANCO-FECHA                   VALUE 'S'.
       77  WRK-DIFERENCA            PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DIFERENCA-ED         PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-MOTIVO-AVISO         PIC X(24)     VALUE SPACES.

       01  WRK-LINHA-RELATORIO      PIC X(80)     VALUE SPACES.
       01  WRK-LINHA-DEM.
           03  WRK-LD-DESCRICAO     PIC X(28).
           03  WRK-LD-COLUNA OCCURS 3 TIMES.
               05  FILLER           PIC X(02).
               05  WRK-LD-VALOR     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-CAB.
           03  WRK-LC-DESCRICAO     PIC X(28).
           03  WRK-LC-COLUNA OCCURS 3 TIMES.
               05  FILLER           PIC X(02).
               05  WRK-LC-TEXTO     PIC X(15).
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-CARREGAR-ESTRUTURA
               UNTIL WRK-NAO-HA-MAIS-ESTRUTURA.
           PERFORM 0170-DEFINIR-COLUNAS.
           PERFORM 0200-ACUMULAR-LINHA
               UNTIL WRK-NAO-HA-MAIS-DIARIO.
           PERFORM 0300-CALCULAR-GRUPO
               VARYING WRK-IDX-LINHA FROM 1 BY 1
               UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS.
           PERFORM 0320-CALCULAR-SUBTOTAL
               VARYING WRK-IDX-LINHA FROM 1 BY 1
               UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS.
           PERFORM 0400-IMPRIMIR-DRE.
           PERFORM 0500-IMPRIMIR-BALANCO.
           PERFORM 0600-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *       Autorizacao, parametros da rodada e situacao do
      *       periodo no PERSTAT.DAT: periodo nao fechado so sai
      *       como preliminar
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           CALL 'PROGCOBU3' USING 'DEMONSTRAT' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'EMISSAO DE DEMONSTRATIVOS NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'ANO FISCAL (AAAA) ... : '.
           ACCEPT WRK-ANO-FISCAL.
           DISPLAY 'PERIODO (MM) ........ : '.
           ACCEPT WRK-PERIODO.
           DISPLAY 'PRELIMINAR (S/N) .... : '.
           ACCEPT WRK-PRELIMINAR.
           IF WRK-PRELIMINAR NOT = 'S'
              MOVE 'N' TO WRK-PRELIMINAR
           END-IF.

           IF WRK-ANO-FISCAL = ZEROS OR WRK-PERIODO = ZEROS
              DISPLAY 'ANO/PERIODO INVALIDO. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT PERIODO-STATUS.
           CALL 'PROGCOBU1' USING 'PERSTAT.DAT' 'OPEN' FS-PERST
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           MOVE WRK-ANO-FISCAL TO PER-ANO-FISCAL.
           MOVE WRK-PERIODO    TO PER-PERIODO.
           READ PERIODO-STATUS
               INVALID KEY
                   MOVE 'A' TO PER-SITUACAO
           END-READ.
           CLOSE PERIODO-STATUS.

           IF PER-FECHADO
              MOVE 'N' TO WRK-PRELIMINAR
           ELSE
              IF WRK-E-PRELIMINAR
                 MOVE ' (PRELIMINAR)' TO WRK-TEXTO-PRELIMINAR
                 DISPLAY 'AVISO: PERIODO ' WRK-ANO-FISCAL '/'
                         WRK-PERIODO ' NAO ESTA FECHADO. EMISSAO '
                         'PRELIMINAR.'
              ELSE
                 DISPLAY 'PERIODO ' WRK-ANO-FISCAL '/' WRK-PERIODO
                         ' NAO ESTA FECHADO NO PERSTAT.DAT. FECHE O '
                         'PERIODO OU EMITA COMO PRELIMINAR.'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

           OPEN INPUT DEMO-ESTRUTURA.
           CALL 'PROGCOBU1' USING 'DEMOSTRU.DAT' 'OPEN' FS-DEMOS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT GL-HISTORICO.
           IF FS-GLHIS = '35'
              DISPLAY 'AVISO: GLHIST.DAT AUSENTE. DEMONSTRATIVOS '
                      'SEM LANCAMENTOS.'
              MOVE 'S' TO WRK-FIM-DIARIO
           ELSE
              CALL 'PROGCOBU1' USING 'GLHIST.DAT' 'OPEN' FS-GLHIS
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           OPEN INPUT PLANO-CONTAS.
           CALL 'PROGCOBU1' USING 'PLANOCTA.DAT' 'OPEN' FS-PLANO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT PROCESSING-CALENDAR.
           CALL 'PROGCOBU1' USING 'PROCCAL.DAT' 'OPEN' FS-PRCAL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT DRE-REPORT.
           CALL 'PROGCOBU1' USING 'DRE.REL' 'OPEN' FS-RELDR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT BALANCO-REPORT.
           CALL 'PROGCOBU1' USING 'BALANCO.REL' 'OPEN' FS-RELBP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *       Estrutura dos demonstrativos em tabela; linha com
      *       demonstrativo ou tipo desconhecido e ignorada
      *----------------------------------------------------------------*
       0150-CARREGAR-ESTRUTURA.

           READ DEMO-ESTRUTURA
               AT END
                   MOVE 'S' TO WRK-FIM-ESTRUTURA
           END-READ.

           IF NOT WRK-NAO-HA-MAIS-ESTRUTURA
              IF (DEM-DRE OR DEM-BALANCO)
                 AND (DEM-TITULO OR DEM-GRUPO-CONTAS OR DEM-SUBTOTAL)
                 PERFORM 0155-GUARDAR-LINHA-ESTRUTURA
              ELSE
                 DISPLAY 'AVISO: LINHA DE ESTRUTURA INVALIDA '
                         'IGNORADA: ' DEM-DEMONSTRATIVO DEM-LINHA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0155-GUARDAR-LINHA-ESTRUTURA.

           IF WRK-QTD-LINHAS >= WRK-MAX-LINHAS
              DISPLAY 'TABELA DE LINHAS DOS DEMONSTRATIVOS ESGOTADA.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE WRK-QTD-LINHAS    TO WRK-IDX-LINHA.
           MOVE DEM-DEMONSTRATIVO TO
                WRK-LIN-DEMONSTRATIVO(WRK-IDX-LINHA).
           MOVE DEM-LINHA         TO WRK-LIN-NUMERO(WRK-IDX-LINHA).
           MOVE DEM-TIPO          TO WRK-LIN-TIPO(WRK-IDX-LINHA).
           MOVE DEM-NATUREZA      TO WRK-LIN-NATUREZA(WRK-IDX-LINHA).
           MOVE DEM-DESCRICAO     TO WRK-LIN-DESCRICAO(WRK-IDX-LINHA).
           MOVE DEM-CONTA-INICIAL TO
                WRK-LIN-CONTA-INICIAL(WRK-IDX-LINHA).
           MOVE DEM-CONTA-FINAL   TO
                WRK-LIN-CONTA-FINAL(WRK-IDX-LINHA).
           MOVE DEM-LINHA-INICIAL TO
                WRK-LIN-LINHA-INICIAL(WRK-IDX-LINHA).
           MOVE DEM-LINHA-FINAL   TO
                WRK-LIN-LINHA-FINAL(WRK-IDX-LINHA).
           MOVE DEM-CONFERENCIA   TO
                WRK-LIN-CONFERENCIA(WRK-IDX-LINHA).
           PERFORM VARYING WRK-IDX-MEDIDA FROM 1 BY 1
                   UNTIL WRK-IDX-MEDIDA > 9
              MOVE ZEROS TO WRK-LIN-VALOR(WRK-IDX-LINHA WRK-IDX-MEDIDA)
           END-PERFORM.

           IF DEM-BALANCO AND DEM-ATIVO-TOTAL
              MOVE WRK-IDX-LINHA TO WRK-IDX-ATIVO
           END-IF.
           IF DEM-BALANCO AND DEM-PASSIVO-TOTAL
              MOVE WRK-IDX-LINHA TO WRK-IDX-PASSIVO
           END-IF.
      *----------------------------------------------------------------*
      *       Colunas de comparacao: o periodo anterior e o maior
      *       ano/periodo fiscal do calendario nacional (CAL-UF em
      *       branco) antes do pedido; sem calendario, o mes anterior
      *----------------------------------------------------------------*
       0170-DEFINIR-COLUNAS.

           MOVE WRK-ANO-FISCAL TO WRK-COL-ANO(1).
           MOVE WRK-PERIODO    TO WRK-COL-PERIODO(1).
           MOVE ZEROS          TO WRK-COL-CHAVE(2).
           COMPUTE WRK-COL-ANO(3) = WRK-ANO-FISCAL - 1.
           MOVE WRK-PERIODO    TO WRK-COL-PERIODO(3).

           MOVE SPACES TO CAL-UF.
           MOVE ZEROS  TO CAL-DATA.
           START PROCESSING-CALENDAR
               KEY IS NOT LESS THAN CAL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CALEND
           END-START.
           PERFORM 0175-LER-CALENDARIO
               UNTIL WRK-FIM-CALENDARIO.

           IF WRK-COL-CHAVE(2) = ZEROS
              IF WRK-PERIODO > 1
                 MOVE WRK-ANO-FISCAL TO WRK-COL-ANO(2)
                 COMPUTE WRK-COL-PERIODO(2) = WRK-PERIODO - 1
              ELSE
                 COMPUTE WRK-COL-ANO(2) = WRK-ANO-FISCAL - 1
                 MOVE 12 TO WRK-COL-PERIODO(2)
              END-IF
           END-IF.

           DISPLAY 'COLUNAS: ' WRK-COL-ANO(1) '/' WRK-COL-PERIODO(1)
                   ' ' WRK-COL-ANO(2) '/' WRK-COL-PERIODO(2)
                   ' ' WRK-COL-ANO(3) '/' WRK-COL-PERIODO(3).
      *----------------------------------------------------------------*
       0175-LER-CALENDARIO.

           READ PROCESSING-CALENDAR NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CALEND
           END-READ.

           IF NOT WRK-FIM-CALENDARIO
              IF CAL-UF NOT = SPACES
                 MOVE 'S' TO WRK-FIM-CALEND
              ELSE
                 MOVE CAL-ANO-FISCAL     TO WRK-CHC-ANO
                 MOVE CAL-PERIODO-FISCAL TO WRK-CHC-PERIODO
                 IF WRK-CHAVE-CALENDARIO < WRK-COL-CHAVE(1)
                    AND WRK-CHAVE-CALENDARIO > WRK-COL-CHAVE(2)
                    MOVE WRK-CHAVE-CALENDARIO TO WRK-COL-CHAVE(2)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *       Cada linha do historico ate o fim do periodo pedido e
      *       somada na conta, com sinal (debito +, credito -)
      *----------------------------------------------------------------*
       0200-ACUMULAR-LINHA.

           READ GL-HISTORICO
               AT END
                   MOVE 'S' TO WRK-FIM-DIARIO
           END-READ.

           IF NOT WRK-NAO-HA-MAIS-DIARIO
              ADD 1 TO WRK-QT-LIDAS
              MOVE 'S'      TO WRK-DATA-NO-CALENDARIO
              MOVE SPACES   TO CAL-UF
              MOVE GLJ-DATA TO CAL-DATA
              READ PROCESSING-CALENDAR
                  INVALID KEY
                      MOVE 'N' TO WRK-DATA-NO-CALENDARIO
              END-READ
              IF WRK-DATA-NO-PROCCAL
                 MOVE CAL-ANO-FISCAL     TO WRK-CHL-ANO
                 MOVE CAL-PERIODO-FISCAL TO WRK-CHL-PERIODO
                 IF WRK-CHAVE-LINHA NOT > WRK-COL-CHAVE(1)
                    PERFORM 0210-LOCALIZAR-CONTA
                    PERFORM 0220-SOMAR-MEDIDAS
                 END-IF
              ELSE
                 ADD 1 TO WRK-QT-SEM-CALENDARIO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0210-LOCALIZAR-CONTA.

           MOVE 'N' TO WRK-CONTA-ACHADA.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
                      OR WRK-CONTA-NA-TABELA
              IF WRK-CTA-CODIGO(WRK-IDX-CONTA) = GLJ-CONTA
                 MOVE 'S' TO WRK-CONTA-ACHADA
              END-IF
           END-PERFORM.

           IF WRK-CONTA-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-CONTA
           ELSE
              IF WRK-QTD-CONTAS >= WRK-MAX-CONTAS
                 DISPLAY 'TABELA DE CONTAS ESGOTADA.'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-CONTAS
              MOVE WRK-QTD-CONTAS TO WRK-IDX-CONTA
              MOVE GLJ-CONTA TO WRK-CTA-CODIGO(WRK-IDX-CONTA)
              PERFORM VARYING WRK-IDX-MEDIDA FROM 1 BY 1
                      UNTIL WRK-IDX-MEDIDA > 9
                 MOVE ZEROS TO
                      WRK-CTA-VALOR(WRK-IDX-CONTA WRK-IDX-MEDIDA)
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0220-SOMAR-MEDIDAS.

           IF GLJ-DEBITO
              MOVE GLJ-VALOR TO WRK-VALOR-SINAL
           ELSE
              COMPUTE WRK-VALOR-SINAL = ZEROS - GLJ-VALOR
           END-IF.

           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
                   UNTIL WRK-IDX-COL > 3
              IF WRK-CHAVE-LINHA = WRK-COL-CHAVE(WRK-IDX-COL)
                 ADD WRK-VALOR-SINAL TO
                     WRK-CTA-VALOR(WRK-IDX-CONTA WRK-IDX-COL)
              END-IF
              IF WRK-CHL-ANO = WRK-COL-ANO(WRK-IDX-COL)
                 AND WRK-CHL-PERIODO NOT >
                     WRK-COL-PERIODO(WRK-IDX-COL)
                 COMPUTE WRK-IDX-MEDIDA = WRK-IDX-COL + 3
                 ADD WRK-VALOR-SINAL TO
                     WRK-CTA-VALOR(WRK-IDX-CONTA WRK-IDX-MEDIDA)
              END-IF
              IF WRK-CHAVE-LINHA NOT > WRK-COL-CHAVE(WRK-IDX-COL)
                 COMPUTE WRK-IDX-MEDIDA = WRK-IDX-COL + 6
                 ADD WRK-VALOR-SINAL TO
                     WRK-CTA-VALOR(WRK-IDX-CONTA WRK-IDX-MEDIDA)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *       Linha de grupo: soma as contas da faixa, no sinal da
      *       natureza da linha
      *----------------------------------------------------------------*
       0300-CALCULAR-GRUPO.

           IF WRK-LIN-TIPO(WRK-IDX-LINHA) = 'C'
              PERFORM 0310-SOMAR-CONTA-NO-GRUPO
                  VARYING WRK-IDX-CONTA FROM 1 BY 1
                  UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
           END-IF.
      *----------------------------------------------------------------*
       0310-SOMAR-CONTA-NO-GRUPO.

           IF WRK-CTA-CODIGO(WRK-IDX-CONTA) NOT <
              WRK-LIN-CONTA-INICIAL(WRK-IDX-LINHA)
              AND WRK-CTA-CODIGO(WRK-IDX-CONTA) NOT >
                  WRK-LIN-CONTA-FINAL(WRK-IDX-LINHA)
              PERFORM VARYING WRK-IDX-MEDIDA FROM 1 BY 1
                      UNTIL WRK-IDX-MEDIDA > 9
                 IF WRK-LIN-NATUREZA(WRK-IDX-LINHA) = 'D'
                    ADD WRK-CTA-VALOR(WRK-IDX-CONTA WRK-IDX-MEDIDA)
                     TO WRK-LIN-VALOR(WRK-IDX-LINHA WRK-IDX-MEDIDA)
                 ELSE
                    SUBTRACT
                        WRK-CTA-VALOR(WRK-IDX-CONTA WRK-IDX-MEDIDA)
                        FROM
                        WRK-LIN-VALOR(WRK-IDX-LINHA WRK-IDX-MEDIDA)
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
      *       Subtotal: as linhas de grupo do mesmo demonstrativo na
      *       faixa de linhas, somando as da mesma natureza e
      *       subtraindo as de natureza contraria
      *----------------------------------------------------------------*
       0320-CALCULAR-SUBTOTAL.

           IF WRK-LIN-TIPO(WRK-IDX-LINHA) = 'S'
              PERFORM 0330-SOMAR-PARCELA
                  VARYING WRK-IDX-PARCELA FROM 1 BY 1
                  UNTIL WRK-IDX-PARCELA > WRK-QTD-LINHAS
           END-IF.
      *----------------------------------------------------------------*
       0330-SOMAR-PARCELA.

           IF WRK-LIN-TIPO(WRK-IDX-PARCELA) = 'C'
              AND WRK-LIN-DEMONSTRATIVO(WRK-IDX-PARCELA) =
                  WRK-LIN-DEMONSTRATIVO(WRK-IDX-LINHA)
              AND WRK-LIN-NUMERO(WRK-IDX-PARCELA) NOT <
                  WRK-LIN-LINHA-INICIAL(WRK-IDX-LINHA)
              AND WRK-LIN-NUMERO(WRK-IDX-PARCELA) NOT >
                  WRK-LIN-LINHA-FINAL(WRK-IDX-LINHA)
              PERFORM VARYING WRK-IDX-MEDIDA FROM 1 BY 1
                      UNTIL WRK-IDX-MEDIDA > 9
                 IF WRK-LIN-NATUREZA(WRK-IDX-PARCELA) =
                    WRK-LIN-NATUREZA(WRK-IDX-LINHA)
                    ADD WRK-LIN-VALOR(WRK-IDX-PARCELA WRK-IDX-MEDIDA)
                     TO WRK-LIN-VALOR(WRK-IDX-LINHA WRK-IDX-MEDIDA)
                 ELSE
                    SUBTRACT
                        WRK-LIN-VALOR(WRK-IDX-PARCELA WRK-IDX-MEDIDA)
                        FROM
                        WRK-LIN-VALOR(WRK-IDX-LINHA WRK-IDX-MEDIDA)
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
      *       DRE: movimento do periodo e acumulado no ano; as
      *       contas do resultado acumulado do balanco tem de estar
      *       em uma linha de grupo da DRE
      *----------------------------------------------------------------*
       0400-IMPRIMIR-DRE.

           MOVE 'R' TO WRK-DEMONSTRATIVO-ATUAL.
           STRING 'DEMONSTRACAO DO RESULTADO - ANO ' WRK-ANO-FISCAL
                  ' PERIODO ' WRK-PERIODO WRK-TEXTO-PRELIMINAR
               DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0410-CABECALHO-COLUNAS.

           MOVE 'MOVIMENTO DO PERIODO' TO WRK-LINHA-RELATORIO.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 0 TO WRK-MEDIDA-BASE.
           PERFORM 0420-IMPRIMIR-LINHA
               VARYING WRK-IDX-LINHA FROM 1 BY 1
               UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS.

           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'ACUMULADO NO ANO FISCAL' TO WRK-LINHA-RELATORIO.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 3 TO WRK-MEDIDA-BASE.
           PERFORM 0420-IMPRIMIR-LINHA
               VARYING WRK-IDX-LINHA FROM 1 BY 1
               UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS.

           MOVE 'N' TO WRK-AVISO-IMPRESSO.
           PERFORM 0450-CONFERIR-CONTA-DRE
               VARYING WRK-IDX-CONTA FROM 1 BY 1
               UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS.
      *----------------------------------------------------------------*
       0410-CABECALHO-COLUNAS.

           MOVE SPACES TO WRK-LINHA-CAB.
           MOVE 'DESCRICAO' TO WRK-LC-DESCRICAO.
           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
                   UNTIL WRK-IDX-COL > 3
              STRING '        ' WRK-COL-ANO(WRK-IDX-COL) '/'
                     WRK-COL-PERIODO(WRK-IDX-COL)
                  DELIMITED BY SIZE INTO WRK-LC-TEXTO(WRK-IDX-COL)
              END-STRING
           END-PERFORM.
           MOVE WRK-LINHA-CAB TO WRK-LINHA-RELATORIO.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO WRK-LINHA-CAB.
           MOVE '          ATUAL' TO WRK-LC-TEXTO(1).
           MOVE ' PER. ANTERIOR'  TO WRK-LC-TEXTO(2).
           MOVE '  ANO ANTERIOR'  TO WRK-LC-TEXTO(3).
           MOVE WRK-LINHA-CAB TO WRK-LINHA-RELATORIO.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0420-IMPRIMIR-LINHA.

           IF WRK-LIN-DEMONSTRATIVO(WRK-IDX-LINHA) =
              WRK-DEMONSTRATIVO-ATUAL
              MOVE SPACES TO WRK-LINHA-DEM
              EVALUATE WRK-LIN-TIPO(WRK-IDX-LINHA)
                  WHEN 'T'
                      MOVE WRK-LIN-DESCRICAO(WRK-IDX-LINHA)
                        TO WRK-LINHA-RELATORIO
                  WHEN 'C'
                      STRING '  ' WRK-LIN-DESCRICAO(WRK-IDX-LINHA)
                          DELIMITED BY SIZE INTO WRK-LD-DESCRICAO
                      END-STRING
                      PERFORM 0425-MOVER-VALORES
                  WHEN OTHER
                      MOVE WRK-LIN-DESCRICAO(WRK-IDX-LINHA)
                        TO WRK-LD-DESCRICAO
                      PERFORM 0425-MOVER-VALORES
              END-EVALUATE
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
       0425-MOVER-VALORES.

           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
                   UNTIL WRK-IDX-COL > 3
              COMPUTE WRK-IDX-MEDIDA = WRK-MEDIDA-BASE + WRK-IDX-COL
              MOVE WRK-LIN-VALOR(WRK-IDX-LINHA WRK-IDX-MEDIDA)
                TO WRK-LD-VALOR(WRK-IDX-COL)
           END-PERFORM.
           MOVE WRK-LINHA-DEM TO WRK-LINHA-RELATORIO.
      *----------------------------------------------------------------*
       0450-CONFERIR-CONTA-DRE.

           PERFORM 0460-CONTAR-COBERTURA.
           IF WRK-QT-COBERTURA-RES > ZEROS
              IF WRK-QT-COBERTURA-DRE = ZEROS
                 MOVE 'SEM LINHA NA DRE' TO WRK-MOTIVO-AVISO
                 PERFORM 0470-LISTAR-CONTA-AVISO
              END-IF
              IF WRK-QT-COBERTURA-DRE > 1
                 MOVE 'EM MAIS DE UMA LINHA' TO WRK-MOTIVO-AVISO
                 PERFORM 0470-LISTAR-CONTA-AVISO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *       Em quantas linhas de grupo a conta cai: na DRE, no
      *       balanco e na linha do resultado acumulado do balanco
      *----------------------------------------------------------------*
       0460-CONTAR-COBERTURA.

           MOVE ZEROS TO WRK-QT-COBERTURA-DRE WRK-QT-COBERTURA-BAL
                         WRK-QT-COBERTURA-RES.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IDX-PARCELA > WRK-QTD-LINHAS
              IF WRK-LIN-TIPO(WRK-IDX-PARCELA) = 'C'
                 AND WRK-CTA-CODIGO(WRK-IDX-CONTA) NOT <
                     WRK-LIN-CONTA-INICIAL(WRK-IDX-PARCELA)
                 AND WRK-CTA-CODIGO(WRK-IDX-CONTA) NOT >
                     WRK-LIN-CONTA-FINAL(WRK-IDX-PARCELA)
                 IF WRK-LIN-DEMONSTRATIVO(WRK-IDX-PARCELA) = 'R'
                    ADD 1 TO WRK-QT-COBERTURA-DRE
                 ELSE
                    ADD 1 TO WRK-QT-COBERTURA-BAL
                    IF WRK-LIN-CONFERENCIA(WRK-IDX-PARCELA) = 'R'
                       ADD 1 TO WRK-QT-COBERTURA-RES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0470-LISTAR-CONTA-AVISO.

           IF NOT WRK-JA-TEM-AVISO
              PERFORM 0800-GRAVAR-LINHA
              MOVE 'CONTAS MOVIMENTADAS FORA DA ESTRUTURA:'
                TO WRK-LINHA-RELATORIO
              PERFORM 0800-GRAVAR-LINHA
              MOVE 'S' TO WRK-AVISO-IMPRESSO
           END-IF.

           MOVE WRK-CTA-CODIGO(WRK-IDX-CONTA) TO CTA-CODIGO.
           READ PLANO-CONTAS
               INVALID KEY
                   MOVE 'CONTA FORA DO PLANO' TO CTA-DESCRICAO
           END-READ.
           STRING '  ' WRK-CTA-CODIGO(WRK-IDX-CONTA) ' '
                  CTA-DESCRICAO ' ' WRK-MOTIVO-AVISO
               DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-SEM-CLASSIF.
           DISPLAY 'AVISO: CONTA ' WRK-CTA-CODIGO(WRK-IDX-CONTA)
                   ' ' WRK-MOTIVO-AVISO.
      *----------------------------------------------------------------*
      *       Balanco: saldo acumulado no fim de cada coluna e a
      *       conferencia do ativo contra passivo + patrimonio
      *----------------------------------------------------------------*
       0500-IMPRIMIR-BALANCO.

           MOVE 'B' TO WRK-DEMONSTRATIVO-ATUAL.
           STRING 'BALANCO PATRIMONIAL - FIM DO PERIODO '
                  WRK-ANO-FISCAL '/' WRK-PERIODO WRK-TEXTO-PRELIMINAR
               DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0410-CABECALHO-COLUNAS.

           MOVE 6 TO WRK-MEDIDA-BASE.
           PERFORM 0420-IMPRIMIR-LINHA
               VARYING WRK-IDX-LINHA FROM 1 BY 1
               UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS.

           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-IDX-ATIVO = ZEROS OR WRK-IDX-PASSIVO = ZEROS
              MOVE 'N' TO WRK-SITUACAO-BALANCO
              MOVE 'ESTRUTURA SEM ATIVO TOTAL OU PASSIVO TOTAL: '
                TO WRK-LINHA-RELATORIO
              PERFORM 0800-GRAVAR-LINHA
              MOVE 'CONFERENCIA DO BALANCO NAO FEITA.'
                TO WRK-LINHA-RELATORIO
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              PERFORM 0510-CONFERIR-COLUNA
                  VARYING WRK-IDX-COL FROM 1 BY 1
                  UNTIL WRK-IDX-COL > 3
              IF WRK-BALANCO-FECHA
                 STRING 'BALANCO FECHADO: ATIVO = PASSIVO + '
                        'PATRIMONIO LIQUIDO.'
                     DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
                 END-STRING
                 PERFORM 0800-GRAVAR-LINHA
              END-IF
           END-IF.

           MOVE 'N' TO WRK-AVISO-IMPRESSO.
           PERFORM 0520-CONFERIR-CONTA-BALANCO
               VARYING WRK-IDX-CONTA FROM 1 BY 1
               UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS.
      *----------------------------------------------------------------*
       0510-CONFERIR-COLUNA.

           COMPUTE WRK-IDX-MEDIDA = 6 + WRK-IDX-COL.
           COMPUTE WRK-DIFERENCA =
                   WRK-LIN-VALOR(WRK-IDX-ATIVO WRK-IDX-MEDIDA)
                   - WRK-LIN-VALOR(WRK-IDX-PASSIVO WRK-IDX-MEDIDA).
           IF WRK-DIFERENCA NOT = ZEROS
              MOVE 'N' TO WRK-SITUACAO-BALANCO
              MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
              STRING '*** BALANCO NAO FECHA EM '
                     WRK-COL-ANO(WRK-IDX-COL) '/'
                     WRK-COL-PERIODO(WRK-IDX-COL)
                     ': DIFERENCA ' WRK-DIFERENCA-ED ' ***'
                  DELIMITED BY SIZE INTO WRK-LINHA-RELATORIO
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
       0520-CONFERIR-CONTA-BALANCO.

           PERFORM 0460-CONTAR-COBERTURA.
           IF WRK-QT-COBERTURA-BAL = ZEROS
              MOVE 'SEM LINHA NO BALANCO' TO WRK-MOTIVO-AVISO
              PERFORM 0470-LISTAR-CONTA-AVISO
           END-IF.
           IF WRK-QT-COBERTURA-BAL > 1
              MOVE 'EM MAIS DE UMA LINHA' TO WRK-MOTIVO-AVISO
              PERFORM 0470-LISTAR-CONTA-AVISO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0600-FINALIZAR.

           DISPLAY '-------------------'.
           DISPLAY 'LINHAS DO HISTORICO LIDAS ...... : ' WRK-QT-LIDAS.
           DISPLAY 'CONTAS MOVIMENTADAS ............ : '
                   WRK-QTD-CONTAS.
           DISPLAY 'CONTAS FORA DA ESTRUTURA ....... : '
                   WRK-QT-SEM-CLASSIF.
           IF WRK-QT-SEM-CALENDARIO > ZEROS
              DISPLAY 'AVISO: LINHAS COM DATA FORA DO PROCCAL.DAT '
                      '(NAO CONSIDERADAS): ' WRK-QT-SEM-CALENDARIO
           END-IF.
           IF NOT WRK-BALANCO-FECHA
              DISPLAY 'AVISO: BALANCO NAO FECHA. VER BALANCO.REL.'
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           CLOSE DEMO-ESTRUTURA PLANO-CONTAS PROCESSING-CALENDAR
                 DRE-REPORT BALANCO-REPORT.
           IF FS-GLHIS NOT = '35'
              CLOSE GL-HISTORICO
           END-IF.
           CALL 'PROGCOBU1' USING 'DRE.REL' 'CLOSE' FS-RELDR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'BALANCO.REL' 'CLOSE' FS-RELBP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-E-PRELIMINAR OR NOT WRK-BALANCO-FECHA
              OR WRK-QT-SEM-CLASSIF > ZEROS
              OR WRK-QT-SEM-CALENDARIO > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
      *       Grava a linha montada no relatorio do demonstrativo
      *       corrente
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           IF WRK-DEMONSTRATIVO-ATUAL = 'R'
              MOVE WRK-LINHA-RELATORIO TO REL-DRE-LINHA
              WRITE REL-DRE-LINHA
              CALL 'PROGCOBU1' USING 'DRE.REL' 'WRITE' FS-RELDR
                   WRK-ABEND
           ELSE
              MOVE WRK-LINHA-RELATORIO TO REL-BAL-LINHA
              WRITE REL-BAL-LINHA
              CALL 'PROGCOBU1' USING 'BALANCO.REL' 'WRITE' FS-RELBP
                   WRK-ABEND
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           MOVE SPACES TO WRK-LINHA-RELATORIO.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
