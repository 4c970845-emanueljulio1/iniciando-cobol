      *                fiscal (0255 olha adiante no PROCCAL): o
      *                fechamento contabil pode rodar toda noite
      *                sem congelar o mes em aberto.
      * 15.10.2026 EAS Os lancamentos dos subsistemas (GLLANCTO.DAT,
      *                layout GLLANREG, hoje as compras liberadas do
      *                PROGCOB69 e os pagamentos a fornecedor do
      *                PROGCOB70) passaram a entrar no diario: somados
      *                por origem e centro de custo, cada total vira
      *                um par debito/credito pelo CTAMAPA.DAT. Ausente
      *                nao ha lancamento; ao final do fechamento o
      *                arquivo e esvaziado para nao lancar duas vezes.
      * 15.10.2026 EAS Lancamento do GLLANCTO.DAT com data posterior
      *                a da rodada (o estorno ESTPFR da provisao de
      *                frete do PROGCOB79, datado do primeiro dia do
      *                periodo seguinte) nao entra no diario: fica
      *                guardado e volta ao arquivo no esvaziamento,
      *                para ser lancado pelo fechamento que alcancar
      *                a sua data.
      * 15.10.2026 EAS Tabela dos lancamentos adiados acompanha o
      *                GLLANREG (LAN-PROGRAMA com 10 posicoes).
      * 15.10.2026 EAS O lote balanceado da rodada passou a ser
      *                acumulado tambem no GLHIST.DAT (mesmo layout
      *                GLJORREG), que guarda todos os lotes ja
      *                gravados no GLEXTRAT.DAT para os demonstrativos
      *                do PROGCOB113. Rodada repetida na mesma data nao
      *                acumula de novo (aviso).
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ATOTA.

           SELECT SUBSISTEMA-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT GL-EXTRACT
               ASSIGN TO 'GLEXTRAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLEXT.

           SELECT GL-HISTORICO
               ASSIGN TO 'GLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLHIS.

           SELECT PLANO-CONTAS
               ASSIGN TO 'PLANOCTA.DAT'
               ORGANIZATION IS INDEXED
           03  ATO-QT                     PIC 9(06).
       COPY EXTTRAIL REPLACING ==:TRL:== BY ==ATO==.

       FD  SUBSISTEMA-LANCAMENTOS.
       COPY GLLANREG.

       FD  GL-EXTRACT.
       COPY GLJORREG.

       FD  GL-HISTORICO.
       01  GLH-REG.
           03  GLH-DATA                   PIC 9(08).
           03  FILLER                     PIC X(36).

       FD  PLANO-CONTAS.
       COPY PLANCREG.

       COPY FILESTAT REPLACING ==:ARQ:== BY ==FTOTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==STOTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ATOTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLEXT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLHIS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PLANO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CTMAP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FODEP==.
           88  WRK-E-ULTIMO-DIA-UTIL               VALUE 'S'.
       77  WRK-FIM-CALEND           PIC X(01)     VALUE 'N'.
           88  WRK-FIM-CALENDARIO                  VALUE 'S'.
       77  WRK-ULT-DATA-HIST        PIC 9(08)     VALUE ZEROS.
       77  WRK-QT-HISTORICO         PIC 9(06)     VALUE ZEROS.

       77  WRK-TOTAL-FOLHA-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-FRETE-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WRK-CC-ENT OCCURS 50 TIMES.
               05  WRK-CC-CODIGO      PIC X(08).
               05  WRK-CC-TOTAL       PIC 9(10)V99.

       77  WRK-TOTAL-SUBSISTEMAS    PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-SUBSISTEMAS-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-FIM-GLLAN            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-GLLAN               VALUE 'S'.
       77  WRK-GLLAN-AUSENTE        PIC X(01)     VALUE 'N'.
           88  WRK-SEM-LANCAMENTOS                 VALUE 'S'.
       77  WRK-MAX-LANCS            PIC 9(02)     VALUE 50.
       77  WRK-QTD-LANCS            PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-LANC             PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-LANC-ACHADO          PIC X(01)     VALUE 'N'.
           88  WRK-LANC-NA-TABELA                  VALUE 'S'.
       01  WRK-TABELA-LANCS.
           03  WRK-LANC-ENT OCCURS 50 TIMES.
               05  WRK-LANC-ORIGEM    PIC X(06).
               05  WRK-LANC-CC        PIC X(08).
               05  WRK-LANC-TOTAL     PIC 9(11)V99.
       77  WRK-MAX-ADIADOS          PIC 9(03)     VALUE 200.
       77  WRK-QTD-ADIADOS          PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-ADIADO           PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ADIADOS.
           03  WRK-ADIADO-REG  PIC X(45)  OCCURS 200 TIMES.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0130-LER-PROVISAO.

           PERFORM 0160-LER-LANCAMENTOS THRU 0160-SAIDA.

           PERFORM 0131-ABRIR-CONTABILIDADE.
      *----------------------------------------------------------------*
       0131-ABRIR-CONTABILIDADE.
              MOVE ZEROS TO WRK-TOTAL-PROVISAO
           END-IF.
      *----------------------------------------------------------------*
      *       Lancamentos dos subsistemas (GLLANCTO.DAT): somados por
      *       origem e centro de custo; arquivo ausente ou vazio nao
      *       gera lancamento
      *----------------------------------------------------------------*
       0160-LER-LANCAMENTOS.

           MOVE 'N'   TO WRK-FIM-GLLAN WRK-GLLAN-AUSENTE.
           MOVE ZEROS TO WRK-QTD-LANCS WRK-TOTAL-SUBSISTEMAS
                         WRK-QTD-ADIADOS.

           OPEN INPUT SUBSISTEMA-LANCAMENTOS.
           IF NOT FS-GLLAN-OK
              MOVE 'S' TO WRK-GLLAN-AUSENTE
              GO TO 0160-SAIDA
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-GLLAN
              READ SUBSISTEMA-LANCAMENTOS
                  AT END
                      MOVE 'S' TO WRK-FIM-GLLAN
              END-READ
              IF NOT WRK-NAO-HA-MAIS-GLLAN
                 IF LAN-DATA > WRK-DATA-ATUAL
                    PERFORM 0167-GUARDAR-ADIADO
                 ELSE
                    PERFORM 0165-SOMAR-LANCAMENTO
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE SUBSISTEMA-LANCAMENTOS.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'CLOSE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

       0160-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0165-SOMAR-LANCAMENTO.

           MOVE 'N' TO WRK-LANC-ACHADO.
           PERFORM VARYING WRK-IDX-LANC FROM 1 BY 1
                   UNTIL WRK-IDX-LANC > WRK-QTD-LANCS
                      OR WRK-LANC-NA-TABELA
              IF WRK-LANC-ORIGEM(WRK-IDX-LANC) = LAN-ORIGEM
                 AND WRK-LANC-CC(WRK-IDX-LANC) = LAN-CENTRO-CUSTO
                 MOVE 'S' TO WRK-LANC-ACHADO
              END-IF
           END-PERFORM.

           IF WRK-LANC-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-LANC
           ELSE
              IF WRK-QTD-LANCS >= WRK-MAX-LANCS
                 DISPLAY 'TABELA DE LANCAMENTOS DE SUBSISTEMAS '
                         'ESGOTADA.'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-LANCS
              MOVE WRK-QTD-LANCS    TO WRK-IDX-LANC
              MOVE LAN-ORIGEM       TO WRK-LANC-ORIGEM(WRK-IDX-LANC)
              MOVE LAN-CENTRO-CUSTO TO WRK-LANC-CC(WRK-IDX-LANC)
              MOVE ZEROS            TO WRK-LANC-TOTAL(WRK-IDX-LANC)
           END-IF.

           ADD LAN-VALOR TO WRK-LANC-TOTAL(WRK-IDX-LANC)
                            WRK-TOTAL-SUBSISTEMAS.
      *----------------------------------------------------------------*
      *       Lancamento datado adiante da rodada: guardado para
      *       voltar ao GLLANCTO.DAT no esvaziamento
      *----------------------------------------------------------------*
       0167-GUARDAR-ADIADO.

           IF WRK-QTD-ADIADOS >= WRK-MAX-ADIADOS
              DISPLAY 'TABELA DE LANCAMENTOS ADIADOS ESGOTADA ('
                      WRK-MAX-ADIADOS ').'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-ADIADOS.
           MOVE GL-LANCAMENTO-REG TO WRK-ADIADO-REG(WRK-QTD-ADIADOS).
      *----------------------------------------------------------------*
      *       Combinar os totais e gravar o GL-EXTRACT                 *
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           COMPUTE WRK-TOTAL-GL = WRK-TOTAL-FOLHA + WRK-TOTAL-FRETE
                   + WRK-TOTAL-VENDAS + WRK-TOTAL-PROVISAO
                   + WRK-TOTAL-SUBSISTEMAS.

           MOVE WRK-TOTAL-FOLHA TO WRK-TOTAL-FOLHA-ED.
           MOVE WRK-TOTAL-FRETE TO WRK-TOTAL-FRETE-ED.
           MOVE WRK-TOTAL-VENDAS TO WRK-TOTAL-VENDAS-ED.
           MOVE WRK-TOTAL-PROVISAO TO WRK-TOTAL-PROVISAO-ED.
           MOVE WRK-TOTAL-SUBSISTEMAS TO WRK-TOTAL-SUBSISTEMAS-ED.
           MOVE WRK-TOTAL-GL  TO WRK-TOTAL-GL-ED.

           PERFORM 0210-GRAVAR-LINHA-GL.
           DISPLAY 'VENDAS (PROGCOB09) ..... : ' WRK-TOTAL-VENDAS-ED.
           DISPLAY 'PROVIS (PROGCOB17) ..... : '
                   WRK-TOTAL-PROVISAO-ED.
           DISPLAY 'SUBSISTEMAS (GLLANCTO) . : '
                   WRK-TOTAL-SUBSISTEMAS-ED.
           DISPLAY 'TOTAL GERAL GL .......... : ' WRK-TOTAL-GL-ED.
      *----------------------------------------------------------------*
      *       Gravar o diario balanceado: um par debito/credito por
              PERFORM 0220-LANCAR-PAR
           END-IF.

           PERFORM VARYING WRK-IDX-LANC FROM 1 BY 1
                   UNTIL WRK-IDX-LANC > WRK-QTD-LANCS
              IF WRK-LANC-TOTAL(WRK-IDX-LANC) > ZEROS
                 MOVE WRK-LANC-ORIGEM(WRK-IDX-LANC) TO WRK-ORIGEM
                 MOVE WRK-LANC-CC(WRK-IDX-LANC)
                   TO WRK-CENTRO-CUSTO
                 MOVE WRK-LANC-TOTAL(WRK-IDX-LANC)
                   TO WRK-VALOR-LANCAMENTO
                 PERFORM 0220-LANCAR-PAR
              END-IF
           END-PERFORM.

           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
              DISPLAY 'LOTE DO DIARIO DESBALANCEADO: DEBITOS '
                      WRK-TOTAL-DEBITOS ' CREDITOS '
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0320-ACUMULAR-HISTORICO THRU 0320-SAIDA.

           PERFORM 0310-ESVAZIAR-LANCAMENTOS.

           DISPLAY '-------------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *       Com o diario gravado, os lancamentos dos subsistemas
      *       ja consolidados saem do GLLANCTO.DAT; os adiados
      *       voltam para o proximo fechamento
      *----------------------------------------------------------------*
       0310-ESVAZIAR-LANCAMENTOS.

           IF NOT WRK-SEM-LANCAMENTOS
              OPEN OUTPUT SUBSISTEMA-LANCAMENTOS
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              PERFORM VARYING WRK-IDX-ADIADO FROM 1 BY 1
                      UNTIL WRK-IDX-ADIADO > WRK-QTD-ADIADOS
                 MOVE WRK-ADIADO-REG(WRK-IDX-ADIADO)
                   TO GL-LANCAMENTO-REG
                 WRITE GL-LANCAMENTO-REG
                 CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE'
                      FS-GLLAN WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
              END-PERFORM
              CLOSE SUBSISTEMA-LANCAMENTOS
              IF WRK-QTD-ADIADOS > ZEROS
                 DISPLAY 'LANCAMENTOS ADIADOS NO GLLANCTO.DAT: '
                         WRK-QTD-ADIADOS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *       O lote gravado no GLEXTRAT.DAT (sobregravado a cada
      *       noite) e acrescentado ao GLHIST.DAT, o historico dos
      *       lotes lido pelos demonstrativos; se o ultimo lote do
      *       historico ja e da data da rodada, nao acumula de novo
      *----------------------------------------------------------------*
       0320-ACUMULAR-HISTORICO.

           MOVE ZEROS TO WRK-ULT-DATA-HIST WRK-QT-HISTORICO.
           OPEN INPUT GL-HISTORICO.
           IF FS-GLHIS-OK
              PERFORM UNTIL NOT FS-GLHIS-OK
                 READ GL-HISTORICO
                 IF FS-GLHIS-OK
                    MOVE GLH-DATA TO WRK-ULT-DATA-HIST
                 END-IF
              END-PERFORM
              CLOSE GL-HISTORICO
           END-IF.
           IF WRK-ULT-DATA-HIST = WRK-DATA-ATUAL
              DISPLAY 'AVISO: GLHIST.DAT JA TEM O LOTE DE '
                      WRK-DATA-ATUAL '. LOTE NAO ACUMULADO.'
              GO TO 0320-SAIDA
           END-IF.

           OPEN EXTEND GL-HISTORICO.
           IF NOT FS-GLHIS-OK
              OPEN OUTPUT GL-HISTORICO
           END-IF.
           CALL 'PROGCOBU1' USING 'GLHIST.DAT' 'OPEN' FS-GLHIS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           OPEN INPUT GL-EXTRACT.
           CALL 'PROGCOBU1' USING 'GLEXTRAT.DAT' 'OPEN' FS-GLEXT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL NOT FS-GLEXT-OK
              READ GL-EXTRACT
              IF FS-GLEXT-OK
                 MOVE GL-DIARIO-REG TO GLH-REG
                 WRITE GLH-REG
                 CALL 'PROGCOBU1' USING 'GLHIST.DAT' 'WRITE'
                      FS-GLHIS WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QT-HISTORICO
              END-IF
           END-PERFORM.

           CLOSE GL-EXTRACT GL-HISTORICO.
           CALL 'PROGCOBU1' USING 'GLHIST.DAT' 'CLOSE' FS-GLHIS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           DISPLAY 'LINHAS ACUMULADAS NO GLHIST.DAT: '
                   WRK-QT-HISTORICO.
       0320-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
