      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB102
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Previsao de vendas do mes e sugestao de quota por
      * vendedor e filial, a partir do historico datado do
      * SALESHIS.DAT: o realizado do mesmo mes do ano anterior e a
      * media movel dos ultimos meses (quantidade no registro 'Q' do
      * SITE.PARM) sao levados a venda por dia util, pelos dias
      * uteis de cada mes no PROCCAL.DAT, e projetados sobre os dias
      * uteis do mes previsto; havendo as duas bases vale a media
      * delas. A quota sugerida e o projetado acrescido do
      * percentual de esforco do mesmo registro 'Q'. O relatorio
      * PREVISAO.REL mostra as bases e a sugestao, e o arquivo texto
      * QUOTASUG.DAT leva as sugestoes para a gerencia aceitar em
      * bloco ou editar antes da carga no QUOTAS.DAT pelo PROGCOB54,
      * com a mesma critica da manutencao manual.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB102.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SALESHIS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SHIST.

           SELECT PROCESSING-CALENDAR
               ASSIGN TO 'PROCCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS FS-PRCAL.

           SELECT SITE-PARM-FILE
               ASSIGN TO 'SITE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SITEP.

           SELECT PREVISAO-REPORT
               ASSIGN TO 'PREVISAO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

           SELECT QUOTA-SUGERIDA-FILE
               ASSIGN TO 'QUOTASUG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-QTSUG.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  SALES-HISTORY-FILE.
       COPY VENDHIS.

       FD  PROCESSING-CALENDAR.
       COPY PROCCAL.

       FD  SITE-PARM-FILE.
       COPY SITEPARM.

       FD  PREVISAO-REPORT.
       01  REL-LINHA                  PIC X(80).

       FD  QUOTA-SUGERIDA-FILE.
       COPY QTSUGREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SHIST==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==QTSUG==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ANO                  PIC 9(04)     VALUE ZEROS.
       77  WRK-MES                  PIC 9(02)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-PCT-ESFORCO          PIC 9(03)V99  VALUE ZEROS.
       77  WRK-MESES-MEDIA          PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-MES              PIC 9(02)  COMP  VALUE ZEROS.

       01  WRK-DATA-HIST-P.
           03  WRK-HIS-ANO-MES       PIC 9(06).
           03  WRK-HIS-DIA           PIC 9(02).

       01  WRK-MES-ALVO-P.
           03  WRK-ALV-ANO           PIC 9(04).
           03  WRK-ALV-MES           PIC 9(02).
       01  WRK-MES-ALVO REDEFINES WRK-MES-ALVO-P
                                     PIC 9(06).
       01  WRK-MES-ANO-ANT-P.
           03  WRK-ANT-ANO           PIC 9(04).
           03  WRK-ANT-MES           PIC 9(02).
       01  WRK-MES-ANO-ANT REDEFINES WRK-MES-ANO-ANT-P
                                     PIC 9(06).
       01  WRK-MES-CORRENTE-P.
           03  WRK-COR-ANO           PIC 9(04).
           03  WRK-COR-MES           PIC 9(02).
       01  WRK-MES-CORRENTE REDEFINES WRK-MES-CORRENTE-P
                                     PIC 9(06).
       77  WRK-MES-MEDIA-INICIO     PIC 9(06)     VALUE ZEROS.
       77  WRK-MES-MEDIA-FIM        PIC 9(06)     VALUE ZEROS.

       01  WRK-DATA-VARRE-P.
           03  WRK-VAR-ANO           PIC 9(04).
           03  WRK-VAR-MES           PIC 9(02).
           03  WRK-VAR-DIA           PIC 9(02).
       01  WRK-DATA-VARRE REDEFINES WRK-DATA-VARRE-P
                                     PIC 9(08).
       77  WRK-DIAS-UTEIS           PIC 9(03)     VALUE ZEROS.
       77  WRK-DU-ALVO              PIC 9(03)     VALUE ZEROS.
       77  WRK-DU-ANO-ANT           PIC 9(03)     VALUE ZEROS.
       77  WRK-DU-MEDIA             PIC 9(03)     VALUE ZEROS.

       77  WRK-VENDA-DIA-ANO-ANT    PIC 9(09)V9(04) VALUE ZEROS.
       77  WRK-VENDA-DIA-MEDIA      PIC 9(09)V9(04) VALUE ZEROS.
       77  WRK-VENDA-DIA            PIC 9(09)V9(04) VALUE ZEROS.
       77  WRK-MEDIA-MENSAL         PIC 9(09)V99  VALUE ZEROS.
       77  WRK-PROJETADO            PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SUGERIDA             PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-PROJETADO      PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-SUGERIDO       PIC 9(11)V99  VALUE ZEROS.

       77  WRK-ANO-ANT-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-MEDIA-ED             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-PROJETADO-ED         PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-SUGERIDA-ED          PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-PCT-ED               PIC ZZ9,99.
       77  WRK-QTD-SUGESTOES        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-SEM-BASE         PIC 9(04)     VALUE ZEROS.

       77  WRK-MAX-VENDEDORES       PIC 9(03)     VALUE 300.
       77  WRK-QTD-VENDEDORES       PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-VEND             PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-VEND-ACHADO          PIC X(01)     VALUE 'N'.
           88  WRK-VEND-NA-TABELA                  VALUE 'S'.
       01  WRK-TABELA-VENDEDORES.
           03  WRK-VEND-ENT OCCURS 300 TIMES.
               05  WRK-VND-FILIAL     PIC X(03).
               05  WRK-VND-CODIGO     PIC X(05).
               05  WRK-VND-ANO-ANT    PIC 9(10)V99.
               05  WRK-VND-MEDIA      PIC 9(10)V99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-ACUMULAR-HISTORICO
               UNTIL WRK-NAO-HA-MAIS-REGISTROS.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           DISPLAY 'ANO DA PREVISAO (AAAA) : '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES (MM) ............. : '.
           ACCEPT WRK-MES.
           IF WRK-ANO = ZEROS OR WRK-MES = ZEROS
              OR WRK-MES > 12
              DISPLAY 'ANO OU MES INVALIDO. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0110-LER-PARAMETRO.

           OPEN INPUT PROCESSING-CALENDAR.
           CALL 'PROGCOBU1' USING 'PROCCAL.DAT' 'OPEN' FS-PRCAL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0120-MONTAR-PERIODOS.

           OPEN INPUT SALES-HISTORY-FILE.
           CALL 'PROGCOBU1' USING 'SALESHIS.DAT' 'OPEN' FS-SHIST
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT PREVISAO-REPORT.
           CALL 'PROGCOBU1' USING 'PREVISAO.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT QUOTA-SUGERIDA-FILE.
           CALL 'PROGCOBU1' USING 'QUOTASUG.DAT' 'OPEN' FS-QTSUG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Percentual de esforco e meses da media movel do
      *          registro 'Q' do SITE.PARM; sem ele vale 10% sobre
      *          a media dos ultimos 3 meses
      *----------------------------------------------------------------*
       0110-LER-PARAMETRO.

           MOVE 10  TO WRK-PCT-ESFORCO.
           MOVE 3   TO WRK-MESES-MEDIA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

           OPEN INPUT SITE-PARM-FILE.
           IF NOT FS-SITEP-OK
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ SITE-PARM-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND SITE-PARM-QUOTA-REG(1:1) = 'Q'
                 MOVE PARM-QTS-PCT-ESFORCO TO WRK-PCT-ESFORCO
                 MOVE PARM-QTS-MESES-MEDIA TO WRK-MESES-MEDIA
              END-IF
           END-PERFORM.

           IF FS-SITEP-OK OR FS-SITEP-FIM
              CLOSE SITE-PARM-FILE
           END-IF.
           IF WRK-MESES-MEDIA = ZEROS
              MOVE 3 TO WRK-MESES-MEDIA
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
      *          Periodos da previsao: o mes previsto, o mesmo mes do
      *          ano anterior e os meses da media movel (os que
      *          antecedem o mes previsto), com os dias uteis de cada
      *----------------------------------------------------------------*
       0120-MONTAR-PERIODOS.

           MOVE WRK-ANO TO WRK-ALV-ANO.
           MOVE WRK-MES TO WRK-ALV-MES.
           MOVE WRK-ALV-ANO TO WRK-COR-ANO.
           MOVE WRK-ALV-MES TO WRK-COR-MES.
           PERFORM 0130-CONTAR-DIAS-UTEIS.
           MOVE WRK-DIAS-UTEIS TO WRK-DU-ALVO.

           COMPUTE WRK-ANT-ANO = WRK-ALV-ANO - 1.
           MOVE WRK-ALV-MES TO WRK-ANT-MES.
           MOVE WRK-MES-ANO-ANT TO WRK-MES-CORRENTE.
           PERFORM 0130-CONTAR-DIAS-UTEIS.
           MOVE WRK-DIAS-UTEIS TO WRK-DU-ANO-ANT.

           MOVE ZEROS TO WRK-DU-MEDIA.
           MOVE WRK-MES-ALVO TO WRK-MES-CORRENTE.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > WRK-MESES-MEDIA
              IF WRK-COR-MES = 1
                 MOVE 12 TO WRK-COR-MES
                 SUBTRACT 1 FROM WRK-COR-ANO
              ELSE
                 SUBTRACT 1 FROM WRK-COR-MES
              END-IF
              IF WRK-IDX-MES = 1
                 MOVE WRK-MES-CORRENTE TO WRK-MES-MEDIA-FIM
              END-IF
              PERFORM 0130-CONTAR-DIAS-UTEIS
              ADD WRK-DIAS-UTEIS TO WRK-DU-MEDIA
           END-PERFORM.
           MOVE WRK-MES-CORRENTE TO WRK-MES-MEDIA-INICIO.

           IF WRK-DU-ALVO = ZEROS
              DISPLAY 'MES PREVISTO SEM DIAS UTEIS NO PROCCAL.DAT. '
                      'PROCESSAMENTO RECUSADO.'
              CLOSE PROCESSING-CALENDAR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
      *          Dias uteis do mes corrente no calendario nacional do
      *          PROCCAL.DAT (UF em branco)
      *----------------------------------------------------------------*
       0130-CONTAR-DIAS-UTEIS.

           MOVE ZEROS       TO WRK-DIAS-UTEIS.
           MOVE WRK-COR-ANO TO WRK-VAR-ANO.
           MOVE WRK-COR-MES TO WRK-VAR-MES.

           PERFORM VARYING WRK-VAR-DIA FROM 1 BY 1
                   UNTIL WRK-VAR-DIA > 31
              MOVE SPACES         TO CAL-UF
              MOVE WRK-DATA-VARRE TO CAL-DATA
              READ PROCESSING-CALENDAR
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-PRCAL-OK
                 IF CAL-E-DIA-UTIL
                    ADD 1 TO WRK-DIAS-UTEIS
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Acumular a linha do historico no vendedor e filial,
      *          no mesmo mes do ano anterior ou na media movel
      *----------------------------------------------------------------*
       0200-ACUMULAR-HISTORICO.

           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

           IF NOT WRK-NAO-HA-MAIS-REGISTROS
              MOVE HIS-DATA TO WRK-DATA-HIST-P
              IF WRK-HIS-ANO-MES = WRK-MES-ANO-ANT
                 PERFORM 0210-LOCALIZAR-VENDEDOR
                 ADD HIS-TOTAL TO WRK-VND-ANO-ANT(WRK-IDX-VEND)
              ELSE
                 IF WRK-HIS-ANO-MES >= WRK-MES-MEDIA-INICIO
                    AND WRK-HIS-ANO-MES <= WRK-MES-MEDIA-FIM
                    PERFORM 0210-LOCALIZAR-VENDEDOR
                    ADD HIS-TOTAL TO WRK-VND-MEDIA(WRK-IDX-VEND)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0210-LOCALIZAR-VENDEDOR.

           MOVE 'N' TO WRK-VEND-ACHADO.
           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                   UNTIL WRK-IDX-VEND > WRK-QTD-VENDEDORES
                      OR WRK-VEND-NA-TABELA
              IF WRK-VND-FILIAL(WRK-IDX-VEND) = HIS-FILIAL
                 AND WRK-VND-CODIGO(WRK-IDX-VEND) = HIS-VENDEDOR
                 MOVE 'S' TO WRK-VEND-ACHADO
              END-IF
           END-PERFORM.

           IF WRK-VEND-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-VEND
           ELSE
              IF WRK-QTD-VENDEDORES >= WRK-MAX-VENDEDORES
                 DISPLAY 'TABELA DE VENDEDORES ESGOTADA ('
                         WRK-MAX-VENDEDORES ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-VENDEDORES
              MOVE WRK-QTD-VENDEDORES TO WRK-IDX-VEND
              MOVE HIS-FILIAL   TO WRK-VND-FILIAL(WRK-IDX-VEND)
              MOVE HIS-VENDEDOR TO WRK-VND-CODIGO(WRK-IDX-VEND)
              MOVE ZEROS TO WRK-VND-ANO-ANT(WRK-IDX-VEND)
                            WRK-VND-MEDIA(WRK-IDX-VEND)
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE WRK-PCT-ESFORCO TO WRK-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PREVISAO DE VENDAS E QUOTA SUGERIDA - ' WRK-ANO
                  '/' WRK-MES '  DIAS UTEIS ' WRK-DU-ALVO
                  '  ESFORCO ' WRK-PCT-ED '%'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO REL-LINHA.
           STRING 'BASES: MES ' WRK-MES-ANO-ANT ' (' WRK-DU-ANO-ANT
                  ' D.U.)  MEDIA ' WRK-MES-MEDIA-INICIO ' A '
                  WRK-MES-MEDIA-FIM ' (' WRK-DU-MEDIA ' D.U.)'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO REL-LINHA.
           STRING 'FIL VEND. ' '   ANO ANTERIOR' '  MEDIA MENSAL '
                  '     PROJETADO' '      SUGERIDA'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0310-PROJETAR-VENDEDOR
               VARYING WRK-IDX-VEND FROM 1 BY 1
               UNTIL WRK-IDX-VEND > WRK-QTD-VENDEDORES.

           IF WRK-QTD-VENDEDORES = ZEROS
              MOVE 'NENHUM VENDEDOR COM HISTORICO NOS PERIODOS BASE.'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.

           MOVE WRK-TOTAL-PROJETADO TO WRK-PROJETADO-ED.
           MOVE WRK-TOTAL-SUGERIDO  TO WRK-SUGERIDA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL' '                              '
                  WRK-PROJETADO-ED WRK-SUGERIDA-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           DISPLAY '-------------------'.
           DISPLAY 'QUOTAS SUGERIDAS     : ' WRK-QTD-SUGESTOES.
           DISPLAY 'SEM BASE DE PREVISAO : ' WRK-QTD-SEM-BASE.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           CLOSE SALES-HISTORY-FILE PROCESSING-CALENDAR
                 PREVISAO-REPORT QUOTA-SUGERIDA-FILE.
           CALL 'PROGCOBU1' USING 'PREVISAO.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'QUOTASUG.DAT' 'CLOSE' FS-QTSUG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Venda por dia util de cada base, projetada nos dias
      *          uteis do mes previsto; com as duas bases vale a
      *          media delas. A sugestao soma o esforco ao projetado
      *----------------------------------------------------------------*
       0310-PROJETAR-VENDEDOR.

           MOVE ZEROS TO WRK-VENDA-DIA-ANO-ANT WRK-VENDA-DIA-MEDIA
                         WRK-MEDIA-MENSAL.
           IF WRK-VND-ANO-ANT(WRK-IDX-VEND) > ZEROS
              AND WRK-DU-ANO-ANT > ZEROS
              COMPUTE WRK-VENDA-DIA-ANO-ANT ROUNDED =
                      WRK-VND-ANO-ANT(WRK-IDX-VEND) / WRK-DU-ANO-ANT
           END-IF.
           IF WRK-VND-MEDIA(WRK-IDX-VEND) > ZEROS
              AND WRK-DU-MEDIA > ZEROS
              COMPUTE WRK-VENDA-DIA-MEDIA ROUNDED =
                      WRK-VND-MEDIA(WRK-IDX-VEND) / WRK-DU-MEDIA
              COMPUTE WRK-MEDIA-MENSAL ROUNDED =
                      WRK-VND-MEDIA(WRK-IDX-VEND) / WRK-MESES-MEDIA
           END-IF.

           EVALUATE TRUE
              WHEN WRK-VENDA-DIA-ANO-ANT > ZEROS
                   AND WRK-VENDA-DIA-MEDIA > ZEROS
                 COMPUTE WRK-VENDA-DIA ROUNDED =
                         (WRK-VENDA-DIA-ANO-ANT + WRK-VENDA-DIA-MEDIA)
                         / 2
              WHEN WRK-VENDA-DIA-ANO-ANT > ZEROS
                 MOVE WRK-VENDA-DIA-ANO-ANT TO WRK-VENDA-DIA
              WHEN OTHER
                 MOVE WRK-VENDA-DIA-MEDIA   TO WRK-VENDA-DIA
           END-EVALUATE.

           COMPUTE WRK-PROJETADO ROUNDED =
                   WRK-VENDA-DIA * WRK-DU-ALVO.
           COMPUTE WRK-SUGERIDA ROUNDED =
                   WRK-PROJETADO * (100 + WRK-PCT-ESFORCO) / 100.

           MOVE WRK-VND-ANO-ANT(WRK-IDX-VEND) TO WRK-ANO-ANT-ED.
           MOVE WRK-MEDIA-MENSAL              TO WRK-MEDIA-ED.
           MOVE WRK-PROJETADO                 TO WRK-PROJETADO-ED.
           MOVE WRK-SUGERIDA                  TO WRK-SUGERIDA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-VND-FILIAL(WRK-IDX-VEND) ' '
                  WRK-VND-CODIGO(WRK-IDX-VEND) ' '
                  WRK-ANO-ANT-ED WRK-MEDIA-ED
                  WRK-PROJETADO-ED WRK-SUGERIDA-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-VND-FILIAL(WRK-IDX-VEND) = SPACES
              MOVE '    SEM FILIAL NO HISTORICO: SEM SUGESTAO DE QUOTA'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              ADD 1 TO WRK-QTD-SEM-BASE
           ELSE
              IF WRK-PROJETADO = ZEROS
                 MOVE '    SEM VENDAS NAS BASES: SEM SUGESTAO DE QUOTA'
                   TO REL-LINHA
                 PERFORM 0800-GRAVAR-LINHA
                 ADD 1 TO WRK-QTD-SEM-BASE
              ELSE
                 PERFORM 0320-GRAVAR-SUGESTAO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0320-GRAVAR-SUGESTAO.

           MOVE SPACES                       TO QUOTA-SUGERIDA-REG.
           MOVE WRK-VND-FILIAL(WRK-IDX-VEND) TO QSG-FILIAL.
           MOVE WRK-VND-CODIGO(WRK-IDX-VEND) TO QSG-VENDEDOR.
           MOVE WRK-ANO                      TO QSG-ANO.
           MOVE WRK-MES                      TO QSG-MES.
           MOVE WRK-PROJETADO                TO QSG-PROJETADO.
           MOVE WRK-SUGERIDA                 TO QSG-SUGERIDA.
           MOVE SPACE                        TO QSG-ACEITE.
           MOVE ZEROS                        TO QSG-VALOR-EDITADO.
           WRITE QUOTA-SUGERIDA-REG.
           CALL 'PROGCOBU1' USING 'QUOTASUG.DAT' 'WRITE' FS-QTSUG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1             TO WRK-QTD-SUGESTOES.
           ADD WRK-PROJETADO TO WRK-TOTAL-PROJETADO.
           ADD WRK-SUGERIDA  TO WRK-TOTAL-SUGERIDO.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'PREVISAO.REL' 'WRITE' FS-RELAT
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
