      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB93
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Guias mensais de INSS e IRRF retidos dos empregados.
      * Modo A (apuracao): para a competencia informada (AAAAMM),
      * soma as retencoes pela data - folha (HST-INSS e HST-IRRF do
      * SALHIST.DAT, ferias pagas na folha incluidas), decimo
      * terceiro (HST-DECIMO-INSS e HST-DECIMO-IRRF) e rescisoes
      * (RETENCAO.DAT gravado pelo PROGCOB45) - e imprime em
      * TRIBGUIA.REL os dados de cada guia por codigo de receita
      * (INSS 2100, IRRF 0561), com o vencimento no dia 20 do mes
      * seguinte antecipado para o dia util anterior pelo
      * calendario nacional do PROCCAL.DAT. Na primeira apuracao da
      * competencia as guias entram em aberto no TRIBPAG.DAT (com o
      * trailer EXTTRAIL regravado) e o total retido e lancado no
      * GLLANCTO.DAT (origem RETTRB: salarios a pagar para tributos
      * retidos a recolher); competencia ja apurada tem as guias
      * apenas reimpressas.
      * Modo P (pagamento): o operador informa tributo, competencia
      * e data do pagamento; a guia em aberto e marcada paga e o
      * valor e lancado no GLLANCTO.DAT (origem PAGTRB), baixando o
      * passivo contra o caixa.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB93.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT SALARY-HISTORY
               ASSIGN TO 'SALHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SALHS.

           SELECT RETENCAO-FILE
               ASSIGN TO 'RETENCAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RETEN.

           SELECT TRIBUTOS-PAGAR
               ASSIGN TO 'TRIBPAG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRPAG.

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
               ASSIGN TO 'TRIBGUIA.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  SALARY-HISTORY.
       COPY HISTSAL.

       FD  RETENCAO-FILE.
       COPY RETENREG.

       FD  TRIBUTOS-PAGAR.
       COPY TRIBPREG.
       COPY EXTTRAIL REPLACING ==:TRL:== BY ==TPG==.

       FD  PROCESSING-CALENDAR.
       COPY PROCCAL.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  GUIA-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SALHS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RETEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRPAG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-MODO                 PIC X(01)     VALUE 'A'.
           88  WRK-MODO-APURACAO                   VALUE 'A'.
           88  WRK-MODO-PAGAMENTO                  VALUE 'P'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-GUIA-EMITIDA         PIC X(01)     VALUE 'N'.
           88  WRK-GUIA-JA-EMITIDA                 VALUE 'S'.
       77  WRK-CALENDARIO-AUSENTE   PIC X(01)     VALUE 'N'.
           88  WRK-SEM-CALENDARIO                  VALUE 'S'.
       77  WRK-ACHOU-DIA-UTIL       PIC X(01)     VALUE 'N'.
           88  WRK-VENCIMENTO-DIA-UTIL             VALUE 'S'.
       77  WRK-TEM-TRAILER          PIC X(01)     VALUE 'N'.
           88  WRK-TRIBPAG-TEM-TRAILER             VALUE 'S'.

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
       77  WRK-DIA-LEGAL            PIC 9(02)     VALUE ZEROS.
       77  WRK-DIA-LEGAL-INSS       PIC 9(02)     VALUE 20.
       77  WRK-DIA-LEGAL-IRRF       PIC 9(02)     VALUE 20.
       77  WRK-CODIGO-INSS          PIC X(04)     VALUE '2100'.
       77  WRK-CODIGO-IRRF          PIC X(04)     VALUE '0561'.
       77  WRK-VENC-INSS            PIC 9(08)     VALUE ZEROS.
       77  WRK-VENC-IRRF            PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-PAGAMENTO       PIC 9(08)     VALUE ZEROS.
       77  WRK-TRIBUTO              PIC X(04)     VALUE SPACES.
           88  WRK-TRIBUTO-VALIDO                  VALUE 'INSS'
                                                         'IRRF'.

       77  WRK-INSS-FOLHA           PIC 9(09)V99  VALUE ZEROS.
       77  WRK-IRRF-FOLHA           PIC 9(09)V99  VALUE ZEROS.
       77  WRK-INSS-DECIMO          PIC 9(09)V99  VALUE ZEROS.
       77  WRK-IRRF-DECIMO          PIC 9(09)V99  VALUE ZEROS.
       77  WRK-INSS-RESCISAO        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-IRRF-RESCISAO        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-INSS           PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-IRRF           PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-RETIDO         PIC 9(09)V99  VALUE ZEROS.
       77  WRK-REG-INSS             PIC 9(09)V99  VALUE ZEROS.
       77  WRK-REG-IRRF             PIC 9(09)V99  VALUE ZEROS.
       77  WRK-QTD-HISTORICO        PIC 9(06)  COMP  VALUE ZEROS.
       77  WRK-QTD-RESCISOES        PIC 9(06)  COMP  VALUE ZEROS.

       77  WRK-MAX-GUIAS            PIC 9(03)     VALUE 500.
       77  WRK-QTD-GUIAS            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-GUIA             PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-POS-GUIA             PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-GUIAS.
           03  WRK-GUI OCCURS 500 TIMES.
               05  WRK-GUI-TRIBUTO    PIC X(04).
               05  WRK-GUI-CODIGO     PIC X(04).
               05  WRK-GUI-COMPETENCIA
                                      PIC 9(06).
               05  WRK-GUI-EMISSAO    PIC 9(08).
               05  WRK-GUI-VENCIMENTO PIC 9(08).
               05  WRK-GUI-VALOR      PIC 9(09)V99.
               05  WRK-GUI-SITUACAO   PIC X(01).
               05  WRK-GUI-DATA-PAG   PIC 9(08).
       77  WRK-QT-LIDOS-TRPAG       PIC 9(06)     VALUE ZEROS.
       77  WRK-HASH-TRPAG           PIC 9(13)V99  VALUE ZEROS.
       77  WRK-TRL-QT-REGISTROS     PIC 9(06)     VALUE ZEROS.
       77  WRK-TRL-HASH-TOTAL       PIC 9(13)V99  VALUE ZEROS.

       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-FOLHA-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-DECIMO-ED            PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-RESCISAO-ED          PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-ED               PIC ZZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-CARREGAR-GUIAS THRU 0150-SAIDA.
           IF WRK-MODO-APURACAO
              PERFORM 0200-APURAR-RETENCOES
              PERFORM 0240-VERIFICAR-GUIAS
              MOVE WRK-DIA-LEGAL-INSS TO WRK-DIA-LEGAL
              PERFORM 0250-CALCULAR-VENCIMENTO
              MOVE WRK-VENCIMENTO-NUM TO WRK-VENC-INSS
              MOVE WRK-DIA-LEGAL-IRRF TO WRK-DIA-LEGAL
              PERFORM 0250-CALCULAR-VENCIMENTO
              MOVE WRK-VENCIMENTO-NUM TO WRK-VENC-IRRF
              PERFORM 0300-IMPRIMIR-GUIAS
              IF NOT WRK-GUIA-JA-EMITIDA
                 AND WRK-TOTAL-RETIDO > ZEROS
                 PERFORM 0310-INCLUIR-GUIAS
                 PERFORM 0500-REGRAVAR-GUIAS
                 MOVE 'RETTRB'         TO LAN-ORIGEM
                 MOVE WRK-TOTAL-RETIDO TO LAN-VALOR
                 PERFORM 0600-LANCAR-GL
              END-IF
           ELSE
              PERFORM 0400-REGISTRAR-PAGAMENTO THRU 0400-SAIDA
           END-IF.
           PERFORM 0700-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *                   Inicializar os Dados
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'GUIATRIB  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'GUIA DE INSS/IRRF NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'MODO (A=APURACAO / P=PAGAMENTO) ... : '.
           ACCEPT WRK-MODO.
           IF NOT WRK-MODO-APURACAO AND NOT WRK-MODO-PAGAMENTO
              DISPLAY 'MODO INVALIDO: ' WRK-MODO
                      '. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WRK-MODO-PAGAMENTO
              DISPLAY 'TRIBUTO (INSS / IRRF) ............. : '
              ACCEPT WRK-TRIBUTO
              IF NOT WRK-TRIBUTO-VALIDO
                 DISPLAY 'TRIBUTO INVALIDO: ' WRK-TRIBUTO
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
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

           IF WRK-MODO-PAGAMENTO
              DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, ZEROS = '
                      'HOJE) : '
              ACCEPT WRK-DATA-PAGAMENTO
              IF WRK-DATA-PAGAMENTO NOT NUMERIC
                 DISPLAY 'DATA DO PAGAMENTO INVALIDA.'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WRK-DATA-PAGAMENTO = ZEROS
                 MOVE WRK-DATA-ATUAL TO WRK-DATA-PAGAMENTO
              END-IF
           END-IF.

           OPEN OUTPUT GUIA-REPORT.
           CALL 'PROGCOBU1' USING 'TRIBGUIA.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Carregar as guias do TRIBPAG.DAT conferindo o
      *          trailer: arquivo truncado ou divergente interrompe a
      *          rodada antes de qualquer regravacao
      *----------------------------------------------------------------*
       0150-CARREGAR-GUIAS.

           MOVE ZEROS TO WRK-QTD-GUIAS WRK-QT-LIDOS-TRPAG
                         WRK-HASH-TRPAG.

           OPEN INPUT TRIBUTOS-PAGAR.
           IF FS-TRPAG = '35'
              GO TO 0150-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'TRIBPAG.DAT' 'OPEN' FS-TRPAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ TRIBUTOS-PAGAR
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF TPG-TRL-PRESENTE
                    MOVE 'S' TO WRK-TEM-TRAILER
                    MOVE TPG-TRL-QT-REGISTROS TO WRK-TRL-QT-REGISTROS
                    MOVE TPG-TRL-HASH-TOTAL   TO WRK-TRL-HASH-TOTAL
                 ELSE
                    IF WRK-QTD-GUIAS >= WRK-MAX-GUIAS
                       DISPLAY 'TABELA DE GUIAS ESGOTADA ('
                               WRK-MAX-GUIAS ').'
                       PERFORM 0900-ABORTAR-PROCESSAMENTO
                    END-IF
                    ADD 1 TO WRK-QTD-GUIAS
                    MOVE TRIBUTO-PAGAR-REG TO WRK-GUI(WRK-QTD-GUIAS)
                    ADD 1         TO WRK-QT-LIDOS-TRPAG
                    ADD TPG-VALOR TO WRK-HASH-TRPAG
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE TRIBUTOS-PAGAR.

           IF NOT WRK-TRIBPAG-TEM-TRAILER
              DISPLAY 'EXTRATO SEM TRAILER DE CONTROLE (INCOMPLETO '
                      'OU TRUNCADO): TRIBPAG.DAT'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           IF WRK-TRL-QT-REGISTROS NOT = WRK-QT-LIDOS-TRPAG
              DISPLAY 'CONTAGEM DO TRAILER NAO CONFERE EM '
                      'TRIBPAG.DAT TRAILER ' WRK-TRL-QT-REGISTROS
                      ' LIDOS ' WRK-QT-LIDOS-TRPAG
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           IF WRK-TRL-HASH-TOTAL NOT = WRK-HASH-TRPAG
              DISPLAY 'HASH TOTAL DO TRAILER NAO CONFERE EM '
                      'TRIBPAG.DAT'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

       0150-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Somar as retencoes da competencia: folha e decimo
      *          do SALARY-HISTORY, rescisoes do RETENCAO.DAT
      *----------------------------------------------------------------*
       0200-APURAR-RETENCOES.

           OPEN INPUT SALARY-HISTORY.
           IF FS-SALHS = '35'
              DISPLAY 'SALHIST.DAT AUSENTE: SEM RETENCOES DE FOLHA '
                      'NA COMPETENCIA.'
           ELSE
              CALL 'PROGCOBU1' USING 'SALHIST.DAT' 'OPEN' FS-SALHS
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                 READ SALARY-HISTORY
                     AT END
                         MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-REGISTROS
                    MOVE HST-DATA TO WRK-DATA-MOVTO-NUM
                    IF WRK-MOV-COMPETENCIA = WRK-COMPETENCIA-NUM
                       ADD 1               TO WRK-QTD-HISTORICO
                       ADD HST-INSS        TO WRK-INSS-FOLHA
                       ADD HST-IRRF        TO WRK-IRRF-FOLHA
                       ADD HST-DECIMO-INSS TO WRK-INSS-DECIMO
                       ADD HST-DECIMO-IRRF TO WRK-IRRF-DECIMO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SALARY-HISTORY
           END-IF.

           OPEN INPUT RETENCAO-FILE.
           IF FS-RETEN = '35'
              CONTINUE
           ELSE
              CALL 'PROGCOBU1' USING 'RETENCAO.DAT' 'OPEN' FS-RETEN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                 READ RETENCAO-FILE
                     AT END
                         MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-REGISTROS
                    MOVE RTN-DATA TO WRK-DATA-MOVTO-NUM
                    IF WRK-MOV-COMPETENCIA = WRK-COMPETENCIA-NUM
                       ADD 1        TO WRK-QTD-RESCISOES
                       ADD RTN-INSS TO WRK-INSS-RESCISAO
                       ADD RTN-IRRF TO WRK-IRRF-RESCISAO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RETENCAO-FILE
           END-IF.

           COMPUTE WRK-TOTAL-INSS = WRK-INSS-FOLHA + WRK-INSS-DECIMO
                                  + WRK-INSS-RESCISAO.
           COMPUTE WRK-TOTAL-IRRF = WRK-IRRF-FOLHA + WRK-IRRF-DECIMO
                                  + WRK-IRRF-RESCISAO.
           COMPUTE WRK-TOTAL-RETIDO = WRK-TOTAL-INSS
                                    + WRK-TOTAL-IRRF.
      *----------------------------------------------------------------*
      *          Competencia ja presente no TRIBPAG.DAT: as guias
      *          sao reimpressas sem novo registro nem lancamento
      *----------------------------------------------------------------*
       0240-VERIFICAR-GUIAS.

           PERFORM VARYING WRK-IDX-GUIA FROM 1 BY 1
                   UNTIL WRK-IDX-GUIA > WRK-QTD-GUIAS
              IF WRK-GUI-COMPETENCIA(WRK-IDX-GUIA)
                 = WRK-COMPETENCIA-NUM
                 MOVE 'S' TO WRK-GUIA-EMITIDA
                 IF WRK-GUI-TRIBUTO(WRK-IDX-GUIA) = 'INSS'
                    MOVE WRK-GUI-VALOR(WRK-IDX-GUIA) TO WRK-REG-INSS
                 ELSE
                    MOVE WRK-GUI-VALOR(WRK-IDX-GUIA) TO WRK-REG-IRRF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Vencimento no dia legal do mes seguinte a
      *          competencia; caindo em dia nao util, antecipado
      *          para o dia util anterior pelo calendario nacional
      *----------------------------------------------------------------*
       0250-CALCULAR-VENCIMENTO.

           MOVE WRK-CMP-ANO   TO WRK-VEN-ANO.
           COMPUTE WRK-VEN-MES = WRK-CMP-MES + 1.
           IF WRK-VEN-MES > 12
              MOVE 1 TO WRK-VEN-MES
              ADD 1 TO WRK-VEN-ANO
           END-IF.
           MOVE WRK-DIA-LEGAL TO WRK-VEN-DIA.

           MOVE 'N' TO WRK-CALENDARIO-AUSENTE.
           OPEN INPUT PROCESSING-CALENDAR.
           IF NOT FS-PRCAL-OK
              DISPLAY 'PROCCAL.DAT INDISPONIVEL: VENCIMENTO NO DIA '
                      WRK-DIA-LEGAL ' SEM AJUSTE DE DIA UTIL.'
           ELSE
              MOVE 'N' TO WRK-ACHOU-DIA-UTIL
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
              END-PERFORM
              IF WRK-VEN-DIA = ZEROS
                 MOVE WRK-DIA-LEGAL TO WRK-VEN-DIA
              END-IF
              IF WRK-SEM-CALENDARIO
                 DISPLAY 'PROCCAL.DAT NAO COBRE ' WRK-VENCIMENTO-NUM
                         ': VENCIMENTO SEM AJUSTE DE DIA UTIL.'
              END-IF
              CLOSE PROCESSING-CALENDAR
           END-IF.
      *----------------------------------------------------------------*
      *          Dados das guias: uma linha por codigo de receita,
      *          com a composicao folha / decimo / rescisao
      *----------------------------------------------------------------*
       0300-IMPRIMIR-GUIAS.

           MOVE SPACES TO REL-LINHA.
           STRING 'GUIAS DE INSS E IRRF RETIDOS - COMPETENCIA '
                  WRK-CMP-MES '/' WRK-CMP-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMISSAO ' WRK-DATA-ATUAL
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-GUIA-JA-EMITIDA
              MOVE SPACES TO REL-LINHA
              STRING 'REIMPRESSAO: GUIAS JA REGISTRADAS E LANCADAS NO '
                     'GL.'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TRIB COD  VENCIMENTO         FOLHA        DECIMO'
                  '      RESCISAO         TOTAL'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-VENC-INSS     TO WRK-VENCIMENTO-NUM.
           MOVE WRK-INSS-FOLHA    TO WRK-FOLHA-ED.
           MOVE WRK-INSS-DECIMO   TO WRK-DECIMO-ED.
           MOVE WRK-INSS-RESCISAO TO WRK-RESCISAO-ED.
           MOVE WRK-TOTAL-INSS    TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'INSS ' WRK-CODIGO-INSS ' '
                  WRK-VEN-DIA '/' WRK-VEN-MES '/' WRK-VEN-ANO ' '
                  WRK-FOLHA-ED ' ' WRK-DECIMO-ED ' '
                  WRK-RESCISAO-ED ' ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-VENC-IRRF     TO WRK-VENCIMENTO-NUM.
           MOVE WRK-IRRF-FOLHA    TO WRK-FOLHA-ED.
           MOVE WRK-IRRF-DECIMO   TO WRK-DECIMO-ED.
           MOVE WRK-IRRF-RESCISAO TO WRK-RESCISAO-ED.
           MOVE WRK-TOTAL-IRRF    TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'IRRF ' WRK-CODIGO-IRRF ' '
                  WRK-VEN-DIA '/' WRK-VEN-MES '/' WRK-VEN-ANO ' '
                  WRK-FOLHA-ED ' ' WRK-DECIMO-ED ' '
                  WRK-RESCISAO-ED ' ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-RETIDO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL A RECOLHER ........ : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-HISTORICO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'REGISTROS DE FOLHA ...... : ' WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-RESCISOES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACERTOS DE RESCISAO ..... : ' WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-GUIA-JA-EMITIDA
              AND (WRK-REG-INSS NOT = WRK-TOTAL-INSS
                   OR WRK-REG-IRRF NOT = WRK-TOTAL-IRRF)
              MOVE SPACES TO REL-LINHA
              STRING '*** RETENCOES DIFERENTES DAS GUIAS REGISTRADAS '
                     '- CONFERIR ***'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
      *          Incluir as guias da competencia em aberto na tabela
      *          (tributo sem retencao nao gera guia)
      *----------------------------------------------------------------*
       0310-INCLUIR-GUIAS.

           IF WRK-QTD-GUIAS + 2 > WRK-MAX-GUIAS
              DISPLAY 'TABELA DE GUIAS ESGOTADA (' WRK-MAX-GUIAS ').'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-TOTAL-INSS > ZEROS
              ADD 1 TO WRK-QTD-GUIAS
              MOVE 'INSS'          TO WRK-GUI-TRIBUTO(WRK-QTD-GUIAS)
              MOVE WRK-CODIGO-INSS TO WRK-GUI-CODIGO(WRK-QTD-GUIAS)
              MOVE WRK-VENC-INSS
                TO WRK-GUI-VENCIMENTO(WRK-QTD-GUIAS)
              MOVE WRK-TOTAL-INSS  TO WRK-GUI-VALOR(WRK-QTD-GUIAS)
              PERFORM 0315-COMPLETAR-GUIA
           END-IF.

           IF WRK-TOTAL-IRRF > ZEROS
              ADD 1 TO WRK-QTD-GUIAS
              MOVE 'IRRF'          TO WRK-GUI-TRIBUTO(WRK-QTD-GUIAS)
              MOVE WRK-CODIGO-IRRF TO WRK-GUI-CODIGO(WRK-QTD-GUIAS)
              MOVE WRK-VENC-IRRF
                TO WRK-GUI-VENCIMENTO(WRK-QTD-GUIAS)
              MOVE WRK-TOTAL-IRRF  TO WRK-GUI-VALOR(WRK-QTD-GUIAS)
              PERFORM 0315-COMPLETAR-GUIA
           END-IF.
      *----------------------------------------------------------------*
       0315-COMPLETAR-GUIA.

           MOVE WRK-COMPETENCIA-NUM
             TO WRK-GUI-COMPETENCIA(WRK-QTD-GUIAS).
           MOVE WRK-DATA-ATUAL TO WRK-GUI-EMISSAO(WRK-QTD-GUIAS).
           MOVE 'A'            TO WRK-GUI-SITUACAO(WRK-QTD-GUIAS).
           MOVE ZEROS          TO WRK-GUI-DATA-PAG(WRK-QTD-GUIAS).
      *----------------------------------------------------------------*
      *          Pagamento de uma guia em aberto: marcada paga com a
      *          data informada e baixa do passivo no GL
      *----------------------------------------------------------------*
       0400-REGISTRAR-PAGAMENTO.

           MOVE ZEROS TO WRK-POS-GUIA.
           PERFORM VARYING WRK-IDX-GUIA FROM 1 BY 1
                   UNTIL WRK-IDX-GUIA > WRK-QTD-GUIAS
                      OR WRK-POS-GUIA > ZEROS
              IF WRK-GUI-TRIBUTO(WRK-IDX-GUIA) = WRK-TRIBUTO
                 AND WRK-GUI-COMPETENCIA(WRK-IDX-GUIA)
                     = WRK-COMPETENCIA-NUM
                 MOVE WRK-IDX-GUIA TO WRK-POS-GUIA
              END-IF
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           STRING 'PAGAMENTO DE GUIA - ' WRK-TRIBUTO
                  ' COMPETENCIA ' WRK-CMP-MES '/' WRK-CMP-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-POS-GUIA = ZEROS
              MOVE SPACES TO REL-LINHA
              STRING 'GUIA NAO APURADA NO TRIBPAG.DAT: PAGAMENTO '
                     'RECUSADO.'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              MOVE 4 TO RETURN-CODE
              GO TO 0400-SAIDA
           END-IF.
           IF WRK-GUI-SITUACAO(WRK-POS-GUIA) = 'P'
              MOVE SPACES TO REL-LINHA
              STRING 'GUIA JA PAGA EM '
                     WRK-GUI-DATA-PAG(WRK-POS-GUIA)
                     ': PAGAMENTO RECUSADO.'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              MOVE 4 TO RETURN-CODE
              GO TO 0400-SAIDA
           END-IF.

           MOVE 'P'                TO WRK-GUI-SITUACAO(WRK-POS-GUIA).
           MOVE WRK-DATA-PAGAMENTO TO WRK-GUI-DATA-PAG(WRK-POS-GUIA).
           PERFORM 0500-REGRAVAR-GUIAS.

           MOVE WRK-GUI-VALOR(WRK-POS-GUIA) TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'RECEITA ' WRK-GUI-CODIGO(WRK-POS-GUIA)
                  ' VENCIMENTO ' WRK-GUI-VENCIMENTO(WRK-POS-GUIA)
                  ' PAGA EM ' WRK-DATA-PAGAMENTO
                  ' VALOR ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-DATA-PAGAMENTO > WRK-GUI-VENCIMENTO(WRK-POS-GUIA)
              MOVE SPACES TO REL-LINHA
              STRING '*** PAGAMENTO APOS O VENCIMENTO: CONFERIR MULTA '
                     'E JUROS ***'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'PAGTRB'                    TO LAN-ORIGEM.
           MOVE WRK-GUI-VALOR(WRK-POS-GUIA) TO LAN-VALOR.
           PERFORM 0600-LANCAR-GL.

       0400-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Regravar o TRIBPAG.DAT inteiro a partir da tabela,
      *          com o trailer de controle no final
      *----------------------------------------------------------------*
       0500-REGRAVAR-GUIAS.

           OPEN OUTPUT TRIBUTOS-PAGAR.
           CALL 'PROGCOBU1' USING 'TRIBPAG.DAT' 'OPEN' FS-TRPAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE ZEROS TO WRK-HASH-TRPAG.
           PERFORM VARYING WRK-IDX-GUIA FROM 1 BY 1
                   UNTIL WRK-IDX-GUIA > WRK-QTD-GUIAS
              MOVE WRK-GUI(WRK-IDX-GUIA) TO TRIBUTO-PAGAR-REG
              ADD TPG-VALOR TO WRK-HASH-TRPAG
              WRITE TRIBUTO-PAGAR-REG
              CALL 'PROGCOBU1' USING 'TRIBPAG.DAT' 'WRITE' FS-TRPAG
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-PERFORM.

           MOVE 'TRL'          TO TPG-TRL-MARCA.
           MOVE WRK-QTD-GUIAS  TO TPG-TRL-QT-REGISTROS.
           MOVE WRK-HASH-TRPAG TO TPG-TRL-HASH-TOTAL.
           MOVE WRK-DATA-ATUAL TO TPG-TRL-DATA-RODADA.
           WRITE TPG-TRAILER-REG.
           CALL 'PROGCOBU1' USING 'TRIBPAG.DAT' 'WRITE' FS-TRPAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           CLOSE TRIBUTOS-PAGAR.
           CALL 'PROGCOBU1' USING 'TRIBPAG.DAT' 'CLOSE' FS-TRPAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Lancamento no GLLANCTO.DAT (origem e valor ja
      *          movidos), para o diario do proximo PROGCOB14
      *----------------------------------------------------------------*
       0600-LANCAR-GL.

           OPEN EXTEND GL-LANCAMENTOS.
           IF NOT FS-GLLAN-OK
              OPEN OUTPUT GL-LANCAMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-DATA-ATUAL TO LAN-DATA.
           MOVE SPACES         TO LAN-CENTRO-CUSTO.
           MOVE 'PROGCOB93'    TO LAN-PROGRAMA.
           WRITE GL-LANCAMENTO-REG.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           CLOSE GL-LANCAMENTOS.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'CLOSE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0700-FINALIZAR.

           CLOSE GUIA-REPORT.
           CALL 'PROGCOBU1' USING 'TRIBGUIA.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'GUIAS GRAVADAS EM TRIBGUIA.REL.'.
           IF WRK-MODO-APURACAO
              DISPLAY 'INSS RETIDO ......... : ' WRK-TOTAL-INSS
              DISPLAY 'IRRF RETIDO ......... : ' WRK-TOTAL-IRRF
              IF WRK-TOTAL-RETIDO = ZEROS
                 DISPLAY 'COMPETENCIA SEM RETENCOES.'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY 'GUIAS NO TRIBPAG.DAT : ' WRK-QTD-GUIAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'TRIBGUIA.REL' 'WRITE' FS-RELAT
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
