      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB90
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Previsao semanal de caixa para as proximas N semanas
      * (informadas pelo operador, ate 26), a partir do saldo
      * bancario de abertura digitado:
      *   ENTRADAS - saldo das faturas em aberto do ARLEDGER.DAT na
      *              data prometida, deslocada pelo atraso medio
      *              historico de pagamento do cliente;
      *   FRETES   - itens em aberto do FRETEAPR.DAT, na primeira
      *              semana (proxima rodada de pagamento do
      *              PROGCOB42);
      *   FOLHA    - liquido da ultima rodada do SALHIST.DAT,
      *              projetado em cada data de folha do horizonte (o
      *              ultimo dia util de cada periodo fiscal do
      *              calendario nacional do PROCCAL.DAT), somando de
      *              volta a parcela dos emprestimos do EMPREST.DAT
      *              que terminam antes daquela folha;
      *   FER/13   - provisoes do ACCRBAL.DAT: um doze avos do saldo
      *              de ferias em cada data de folha e o saldo do
      *              decimo terceiro em duas metades, em 30/11 e
      *              20/12.
      *   TRIBUTOS - guias de INSS e IRRF retidos em aberto no
      *              TRIBPAG.DAT (PROGCOB93), na semana do
      *              vencimento.
      * Imprime semana a semana em FLUXOCX.REL com o saldo acumulado.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS Incluidas as guias de INSS e IRRF em aberto do
      *                TRIBPAG.DAT como saida na semana do
      *                vencimento (arquivo sem trailer conferido e
      *                ignorado com aviso).
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB90.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER
               ASSIGN TO 'ARLEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRE-CHAVE
               FILE STATUS IS FS-RECEB.

           SELECT FREIGHT-APPROVED
               ASSIGN TO 'FRETEAPR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-APROV.

           SELECT SALARY-HISTORY
               ASSIGN TO 'SALHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SALHS.

           SELECT EMPRESTIMOS
               ASSIGN TO 'EMPREST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EPR-MATRICULA
               FILE STATUS IS FS-EMPRE.

           SELECT ACCRUAL-BALANCE
               ASSIGN TO 'ACCRBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACB-MATRICULA
               FILE STATUS IS FS-ACBAL.

           SELECT TRIBUTOS-PAGAR
               ASSIGN TO 'TRIBPAG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRPAG.

           SELECT PROCESSING-CALENDAR
               ASSIGN TO 'PROCCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS FS-PRCAL.

           SELECT FLUXO-REPORT
               ASSIGN TO 'FLUXOCX.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  CONTAS-RECEBER.
       COPY CTARECEB.

       FD  FREIGHT-APPROVED.
       COPY FREAPREG.

       FD  SALARY-HISTORY.
       COPY HISTSAL.

       FD  EMPRESTIMOS.
       COPY EMPRREG.

       FD  ACCRUAL-BALANCE.
       COPY ACCRREG.

       FD  TRIBUTOS-PAGAR.
       COPY TRIBPREG.
       COPY EXTTRAIL REPLACING ==:TRL:== BY ==TPG==.

       FD  PROCESSING-CALENDAR.
       COPY PROCCAL.

       FD  FLUXO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECEB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==APROV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SALHS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMPRE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ACBAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRPAG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-U4-HORA-1            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-HORA-2            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-QTD-DIAS          PIC 9(03)     VALUE ZEROS.
       77  WRK-U4-RESULTADO         PIC S9(09)    VALUE ZEROS.
       77  WRK-U4-UF                PIC X(02)     VALUE SPACES.

       01  WRK-DATA-ATUAL.
           03  WRK-ATU-ANO           PIC 9(04).
           03  WRK-ATU-MES           PIC 9(02).
           03  WRK-ATU-DIA           PIC 9(02).
       01  WRK-DATA-ATUAL-NUM REDEFINES WRK-DATA-ATUAL
                                     PIC 9(08).
       01  WRK-DATA-DECIMO.
           03  WRK-DEC-ANO           PIC 9(04).
           03  WRK-DEC-MMDD          PIC 9(04).
       01  WRK-DATA-DECIMO-NUM REDEFINES WRK-DATA-DECIMO
                                     PIC 9(08).
       77  WRK-DATA-CALCULO         PIC 9(08)     VALUE ZEROS.
       77  WRK-DIAS-DA-DATA         PIC S9(05)    VALUE ZEROS.
       77  WRK-SEMANA-DA-DATA       PIC 9(03)     VALUE ZEROS.

       77  WRK-QTD-SEMANAS          PIC 9(02)     VALUE ZEROS.
       77  WRK-MAX-SEMANAS          PIC 9(02)     VALUE 26.
       77  WRK-DIAS-HORIZONTE       PIC 9(03)     VALUE ZEROS.
       77  WRK-SALDO-ABERTURA       PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SALDO-CORRENTE       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SAIDAS-SEMANA        PIC 9(11)V99  VALUE ZEROS.

       77  WRK-IDX-SEMANA           PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-SEMANAS.
           03  WRK-SEM OCCURS 26 TIMES.
               05  WRK-SEM-INICIO     PIC 9(08).
               05  WRK-SEM-FIM        PIC 9(08).
               05  WRK-SEM-ENTRADAS   PIC 9(11)V99.
               05  WRK-SEM-FRETES     PIC 9(11)V99.
               05  WRK-SEM-FOLHA      PIC 9(11)V99.
               05  WRK-SEM-PROVISOES  PIC 9(11)V99.
               05  WRK-SEM-TRIBUTOS   PIC 9(11)V99.

       77  WRK-DIA-INDICE           PIC 9(05)     VALUE ZEROS.
       77  WRK-ANO-PERIODO          PIC 9(04)     VALUE ZEROS.
       77  WRK-PER-PERIODO          PIC 9(02)     VALUE ZEROS.
       77  WRK-ULT-UTIL-DATA        PIC 9(08)     VALUE ZEROS.
       77  WRK-ULT-UTIL-INDICE      PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-FOLHAS           PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-FOLHA            PIC 9(02)  COMP  VALUE ZEROS.
       01  WRK-TABELA-FOLHAS.
           03  WRK-FOL OCCURS 12 TIMES.
               05  WRK-FOL-DATA       PIC 9(08).
               05  WRK-FOL-SEMANA     PIC 9(03).
               05  WRK-FOL-ADICIONAL  PIC 9(09)V99.

       77  WRK-DATA-ULT-FOLHA       PIC 9(08)     VALUE ZEROS.
       77  WRK-LIQUIDO-FOLHA        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-PARCELAS-RESTANTES   PIC 9(05)     VALUE ZEROS.
       77  WRK-SALDO-FERIAS         PIC 9(11)V99  VALUE ZEROS.
       77  WRK-SALDO-DECIMO         PIC 9(11)V99  VALUE ZEROS.
       77  WRK-FERIAS-POR-FOLHA     PIC 9(11)V99  VALUE ZEROS.
       77  WRK-METADE-DECIMO        PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TRIBUTOS-ABERTOS     PIC 9(11)V99  VALUE ZEROS.
       77  WRK-QT-LIDOS-TRPAG       PIC 9(06)     VALUE ZEROS.
       77  WRK-TEM-TRAILER          PIC X(01)     VALUE 'N'.
           88  WRK-TRIBPAG-TEM-TRAILER             VALUE 'S'.

       77  WRK-CLIENTE-ANTERIOR     PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-PAGAS            PIC 9(05)     VALUE ZEROS.
       77  WRK-SOMA-ATRASO          PIC S9(09)    VALUE ZEROS.
       77  WRK-ATRASO-MEDIO         PIC 9(05)     VALUE ZEROS.
       77  WRK-DIAS-ATRASO          PIC S9(05)    VALUE ZEROS.
       77  WRK-MAX-ABERTAS          PIC 9(04)     VALUE 500.
       77  WRK-QTD-ABERTAS          PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-ABERTA           PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ABERTAS.
           03  WRK-ABE OCCURS 500 TIMES.
               05  WRK-ABE-DIAS       PIC S9(05).
               05  WRK-ABE-SALDO      PIC 9(08)V99.

       77  WRK-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-ENTRADAS-TXT         PIC X(14)     VALUE SPACES.
       77  WRK-FRETES-TXT           PIC X(14)     VALUE SPACES.
       77  WRK-FOLHA-TXT            PIC X(14)     VALUE SPACES.
       77  WRK-PROVISOES-TXT        PIC X(14)     VALUE SPACES.
       77  WRK-TRIBUTOS-TXT         PIC X(14)     VALUE SPACES.
       77  WRK-SAIDAS-TXT           PIC X(14)     VALUE SPACES.
       77  WRK-SEMANA-ED            PIC Z9.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-MONTAR-CALENDARIO.
           PERFORM 0210-APURAR-ULTIMA-FOLHA THRU 0210-SAIDA.
           PERFORM 0220-APURAR-EMPRESTIMOS THRU 0220-SAIDA.
           PERFORM 0230-APURAR-PROVISOES THRU 0230-SAIDA.
           PERFORM 0240-DISTRIBUIR-FOLHA.
           PERFORM 0250-PROJETAR-RECEBIMENTOS.
           PERFORM 0260-PROJETAR-FRETES THRU 0260-SAIDA.
           PERFORM 0270-PROJETAR-TRIBUTOS THRU 0270-SAIDA.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *                   Inicializar os Dados
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL-NUM FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'FLUXOCAIXA' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'PREVISAO DE CAIXA NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'SEMANAS DE PREVISAO (01-26) ....... : '.
           ACCEPT WRK-QTD-SEMANAS.
           IF WRK-QTD-SEMANAS = ZEROS
              OR WRK-QTD-SEMANAS > WRK-MAX-SEMANAS
              DISPLAY 'QUANTIDADE DE SEMANAS INVALIDA.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'SALDO BANCARIO DE ABERTURA '
                   '(999999999V99) : '.
           ACCEPT WRK-SALDO-ABERTURA.

           COMPUTE WRK-DIAS-HORIZONTE = WRK-QTD-SEMANAS * 7.
           MOVE ZEROS TO WRK-TABELA-SEMANAS.

           OPEN OUTPUT FLUXO-REPORT.
           CALL 'PROGCOBU1' USING 'FLUXOCX.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Percorrer o calendario nacional a partir de hoje:
      *          inicio e fim de cada semana do horizonte e as datas
      *          de folha (ultimo dia util de cada periodo fiscal)
      *----------------------------------------------------------------*
       0200-MONTAR-CALENDARIO.

           OPEN INPUT PROCESSING-CALENDAR.
           CALL 'PROGCOBU1' USING 'PROCCAL.DAT' 'OPEN' FS-PRCAL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N'                TO WRK-FIM-ARQUIVO.
           MOVE SPACES             TO CAL-UF.
           MOVE WRK-DATA-ATUAL-NUM TO CAL-DATA.
           START PROCESSING-CALENDAR
               KEY IS NOT LESS THAN CAL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ PROCESSING-CALENDAR NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF CAL-UF NOT = SPACES
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    PERFORM 0205-PROCESSAR-DIA
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE PROCESSING-CALENDAR.

           IF WRK-DIA-INDICE < WRK-DIAS-HORIZONTE
              DISPLAY 'PROCCAL.DAT NAO COBRE TODO O HORIZONTE: '
                      'GERAR O CALENDARIO DO PROXIMO ANO PELO '
                      'PROGCOB10.'
           END-IF.
           IF WRK-QTD-FOLHAS = ZEROS
              DISPLAY 'NENHUMA DATA DE FOLHA NO HORIZONTE.'
           END-IF.
      *----------------------------------------------------------------*
       0205-PROCESSAR-DIA.

           IF CAL-ANO-FISCAL NOT = WRK-ANO-PERIODO
              OR CAL-PERIODO-FISCAL NOT = WRK-PER-PERIODO
              IF WRK-ULT-UTIL-DATA NOT = ZEROS
                 AND WRK-ULT-UTIL-INDICE < WRK-DIAS-HORIZONTE
                 AND WRK-QTD-FOLHAS < 12
                 ADD 1 TO WRK-QTD-FOLHAS
                 MOVE WRK-ULT-UTIL-DATA
                   TO WRK-FOL-DATA(WRK-QTD-FOLHAS)
                 COMPUTE WRK-FOL-SEMANA(WRK-QTD-FOLHAS) =
                         (WRK-ULT-UTIL-INDICE / 7) + 1
                 MOVE ZEROS TO WRK-FOL-ADICIONAL(WRK-QTD-FOLHAS)
              END-IF
              IF WRK-DIA-INDICE NOT < WRK-DIAS-HORIZONTE
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              END-IF
              MOVE CAL-ANO-FISCAL     TO WRK-ANO-PERIODO
              MOVE CAL-PERIODO-FISCAL TO WRK-PER-PERIODO
              MOVE ZEROS              TO WRK-ULT-UTIL-DATA
           END-IF.

           IF NOT WRK-NAO-HA-MAIS-REGISTROS
              IF WRK-DIA-INDICE < WRK-DIAS-HORIZONTE
                 COMPUTE WRK-IDX-SEMANA = (WRK-DIA-INDICE / 7) + 1
                 IF WRK-SEM-INICIO(WRK-IDX-SEMANA) = ZEROS
                    MOVE CAL-DATA TO WRK-SEM-INICIO(WRK-IDX-SEMANA)
                 END-IF
                 MOVE CAL-DATA TO WRK-SEM-FIM(WRK-IDX-SEMANA)
              END-IF
              IF CAL-E-DIA-UTIL
                 MOVE CAL-DATA       TO WRK-ULT-UTIL-DATA
                 MOVE WRK-DIA-INDICE TO WRK-ULT-UTIL-INDICE
              END-IF
              ADD 1 TO WRK-DIA-INDICE
           END-IF.
      *----------------------------------------------------------------*
      *          Liquido da ultima rodada de folha gravada no
      *          SALHIST.DAT (a data mais recente do historico)
      *----------------------------------------------------------------*
       0210-APURAR-ULTIMA-FOLHA.

           OPEN INPUT SALARY-HISTORY.
           IF FS-SALHS = '35'
              DISPLAY 'SEM HISTORICO DE FOLHA (SALHIST.DAT AUSENTE): '
                      'PREVISAO SEGUE SEM FOLHA.'
              GO TO 0210-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'SALHIST.DAT' 'OPEN' FS-SALHS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ SALARY-HISTORY
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 EVALUATE TRUE
                    WHEN HST-DATA > WRK-DATA-ULT-FOLHA
                       MOVE HST-DATA    TO WRK-DATA-ULT-FOLHA
                       MOVE HST-LIQUIDO TO WRK-LIQUIDO-FOLHA
                    WHEN HST-DATA = WRK-DATA-ULT-FOLHA
                       ADD HST-LIQUIDO  TO WRK-LIQUIDO-FOLHA
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

           CLOSE SALARY-HISTORY.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Emprestimos a empregados: a parcela ja vem descontada
      *          no liquido da ultima folha; nas folhas depois da
      *          ultima parcela do saldo devedor ela volta a sair
      *----------------------------------------------------------------*
       0220-APURAR-EMPRESTIMOS.

           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRE = '35'
              GO TO 0220-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'EMPREST.DAT' 'OPEN' FS-EMPRE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ EMPRESTIMOS NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND EPR-PARCELA > ZEROS
                 COMPUTE WRK-PARCELAS-RESTANTES =
                         (EPR-SALDO + EPR-PARCELA - 0,01)
                         / EPR-PARCELA
                 PERFORM VARYING WRK-IDX-FOLHA
                         FROM 1 BY 1
                         UNTIL WRK-IDX-FOLHA > WRK-QTD-FOLHAS
                    IF WRK-IDX-FOLHA > WRK-PARCELAS-RESTANTES
                       ADD EPR-PARCELA
                        TO WRK-FOL-ADICIONAL(WRK-IDX-FOLHA)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.

       0220-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Saldos de provisao de ferias e decimo terceiro
      *----------------------------------------------------------------*
       0230-APURAR-PROVISOES.

           OPEN INPUT ACCRUAL-BALANCE.
           IF FS-ACBAL = '35'
              DISPLAY 'SEM SALDOS DE PROVISAO (ACCRBAL.DAT AUSENTE).'
              GO TO 0230-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'ACCRBAL.DAT' 'OPEN' FS-ACBAL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ ACCRUAL-BALANCE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 ADD ACB-SALDO-FERIAS TO WRK-SALDO-FERIAS
                 ADD ACB-SALDO-DECIMO TO WRK-SALDO-DECIMO
              END-IF
           END-PERFORM.

           CLOSE ACCRUAL-BALANCE.

           COMPUTE WRK-FERIAS-POR-FOLHA ROUNDED = WRK-SALDO-FERIAS / 12.
           COMPUTE WRK-METADE-DECIMO ROUNDED = WRK-SALDO-DECIMO / 2.

           MOVE WRK-ATU-ANO TO WRK-DEC-ANO.
           MOVE 1130        TO WRK-DEC-MMDD.
           PERFORM 0235-LANCAR-DECIMO.
           MOVE 1220        TO WRK-DEC-MMDD.
           PERFORM 0235-LANCAR-DECIMO.

       0230-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0235-LANCAR-DECIMO.

           IF WRK-DATA-DECIMO-NUM NOT < WRK-DATA-ATUAL-NUM
              MOVE WRK-DATA-DECIMO-NUM TO WRK-DATA-CALCULO
              PERFORM 0810-SEMANA-DA-DATA
              IF WRK-SEMANA-DA-DATA NOT > WRK-QTD-SEMANAS
                 ADD WRK-METADE-DECIMO
                  TO WRK-SEM-PROVISOES(WRK-SEMANA-DA-DATA)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Liquido da folha (mais as parcelas encerradas) e o
      *          doze avos das ferias em cada data de folha
      *----------------------------------------------------------------*
       0240-DISTRIBUIR-FOLHA.

           PERFORM VARYING WRK-IDX-FOLHA FROM 1 BY 1
                   UNTIL WRK-IDX-FOLHA > WRK-QTD-FOLHAS
              MOVE WRK-FOL-SEMANA(WRK-IDX-FOLHA) TO WRK-IDX-SEMANA
              ADD WRK-LIQUIDO-FOLHA WRK-FOL-ADICIONAL(WRK-IDX-FOLHA)
               TO WRK-SEM-FOLHA(WRK-IDX-SEMANA)
              ADD WRK-FERIAS-POR-FOLHA
               TO WRK-SEM-PROVISOES(WRK-IDX-SEMANA)
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Entradas: percorrer o razao por cliente, guardando
      *          as faturas em aberto ate apurar o atraso medio do
      *          cliente nas faturas ja liquidadas
      *----------------------------------------------------------------*
       0250-PROJETAR-RECEBIMENTOS.

           OPEN INPUT CONTAS-RECEBER.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'OPEN' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO CRE-CLIENTE CRE-NUMERO.
           START CONTAS-RECEBER
               KEY IS NOT LESS THAN CRE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ CONTAS-RECEBER NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF CRE-CLIENTE NOT = WRK-CLIENTE-ANTERIOR
                    PERFORM 0256-FECHAR-CLIENTE
                    MOVE CRE-CLIENTE TO WRK-CLIENTE-ANTERIOR
                 END-IF
                 PERFORM 0255-AVALIAR-FATURA
              END-IF
           END-PERFORM.
           PERFORM 0256-FECHAR-CLIENTE.

           CLOSE CONTAS-RECEBER.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'CLOSE' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0255-AVALIAR-FATURA.

           EVALUATE TRUE
              WHEN CRE-LIQUIDADA
                 IF CRE-DATA-ULT-PAGTO NOT = ZEROS
                    CALL 'PROGCOBU4' USING 'DIFMI '
                         CRE-DATA-PROMETIDA WRK-U4-HORA-1
                         CRE-DATA-ULT-PAGTO WRK-U4-HORA-2
                         WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF
                    COMPUTE WRK-DIAS-ATRASO = WRK-U4-RESULTADO / 1440
                    ADD 1 TO WRK-QTD-PAGAS
                    ADD WRK-DIAS-ATRASO TO WRK-SOMA-ATRASO
                 END-IF
              WHEN CRE-ABERTA
                OR CRE-PARCIAL
                 IF WRK-QTD-ABERTAS >= WRK-MAX-ABERTAS
                    DISPLAY 'TABELA DE FATURAS DO CLIENTE ESGOTADA ('
                            WRK-MAX-ABERTAS ') - CLIENTE ' CRE-CLIENTE
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QTD-ABERTAS
                 MOVE CRE-DATA-PROMETIDA TO WRK-DATA-CALCULO
                 PERFORM 0800-DIAS-ATE-A-DATA
                 MOVE WRK-DIAS-DA-DATA TO WRK-ABE-DIAS(WRK-QTD-ABERTAS)
                 COMPUTE WRK-ABE-SALDO(WRK-QTD-ABERTAS) =
                         CRE-VALOR-FATURA - CRE-VALOR-PAGO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Atraso medio do cliente (pagamento antecipado conta
      *          como em dia) aplicado sobre as faturas em aberto
      *----------------------------------------------------------------*
       0256-FECHAR-CLIENTE.

           MOVE ZEROS TO WRK-ATRASO-MEDIO.
           IF WRK-QTD-PAGAS > ZEROS
              AND WRK-SOMA-ATRASO > ZEROS
              COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                      WRK-SOMA-ATRASO / WRK-QTD-PAGAS
           END-IF.

           PERFORM VARYING WRK-IDX-ABERTA FROM 1 BY 1
                   UNTIL WRK-IDX-ABERTA > WRK-QTD-ABERTAS
              COMPUTE WRK-DIAS-DA-DATA =
                      WRK-ABE-DIAS(WRK-IDX-ABERTA) + WRK-ATRASO-MEDIO
              PERFORM 0815-SEMANA-DOS-DIAS
              IF WRK-SEMANA-DA-DATA NOT > WRK-QTD-SEMANAS
                 ADD WRK-ABE-SALDO(WRK-IDX-ABERTA)
                  TO WRK-SEM-ENTRADAS(WRK-SEMANA-DA-DATA)
              END-IF
           END-PERFORM.

           MOVE ZEROS TO WRK-QTD-ABERTAS WRK-QTD-PAGAS
                         WRK-SOMA-ATRASO.
      *----------------------------------------------------------------*
      *          Fretes aprovados ainda nao pagos: saem na proxima
      *          rodada de pagamento, na primeira semana
      *----------------------------------------------------------------*
       0260-PROJETAR-FRETES.

           OPEN INPUT FREIGHT-APPROVED.
           IF FS-APROV = '35'
              GO TO 0260-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'FRETEAPR.DAT' 'OPEN' FS-APROV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FREIGHT-APPROVED
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND APR-EM-ABERTO
                 ADD APR-VALOR-COBRADO TO WRK-SEM-FRETES(1)
              END-IF
           END-PERFORM.

           CLOSE FREIGHT-APPROVED.

       0260-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Guias de INSS e IRRF retidos em aberto: saem na
      *          semana do vencimento (vencidas, na primeira)
      *----------------------------------------------------------------*
       0270-PROJETAR-TRIBUTOS.

           OPEN INPUT TRIBUTOS-PAGAR.
           IF FS-TRPAG = '35'
              GO TO 0270-SAIDA
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
                    IF TPG-TRL-QT-REGISTROS = WRK-QT-LIDOS-TRPAG
                       MOVE 'S' TO WRK-TEM-TRAILER
                    END-IF
                 ELSE
                    ADD 1 TO WRK-QT-LIDOS-TRPAG
                    IF TPG-EM-ABERTO
                       MOVE TPG-VENCIMENTO TO WRK-DATA-CALCULO
                       PERFORM 0810-SEMANA-DA-DATA
                       IF WRK-SEMANA-DA-DATA NOT > WRK-QTD-SEMANAS
                          ADD TPG-VALOR
                           TO WRK-SEM-TRIBUTOS(WRK-SEMANA-DA-DATA)
                          ADD TPG-VALOR TO WRK-TRIBUTOS-ABERTOS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE TRIBUTOS-PAGAR.

           IF NOT WRK-TRIBPAG-TEM-TRAILER
              DISPLAY 'TRIBPAG.DAT SEM TRAILER DE CONTROLE OU '
                      'CONTAGEM DIVERGENTE: GUIAS DE TRIBUTOS FORA '
                      'DA PREVISAO.'
              PERFORM VARYING WRK-IDX-SEMANA FROM 1 BY 1
                      UNTIL WRK-IDX-SEMANA > WRK-QTD-SEMANAS
                 MOVE ZEROS TO WRK-SEM-TRIBUTOS(WRK-IDX-SEMANA)
              END-PERFORM
              MOVE ZEROS TO WRK-TRIBUTOS-ABERTOS
           END-IF.

       0270-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Relatorio semana a semana com o saldo acumulado
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE SPACES TO REL-LINHA.
           STRING 'PREVISAO DE CAIXA EM ' WRK-DATA-ATUAL-NUM
                  ' - ' WRK-QTD-SEMANAS ' SEMANAS'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0850-GRAVAR-LINHA.

           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-CORRENTE.
           MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO BANCARIO DE ABERTURA ....... : ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0850-GRAVAR-LINHA.

           MOVE WRK-DATA-ULT-FOLHA TO WRK-DATA-CALCULO.
           MOVE WRK-LIQUIDO-FOLHA  TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIQUIDO DA ULTIMA FOLHA (' WRK-DATA-CALCULO
                  ') : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0850-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-SEMANA FROM 1 BY 1
                   UNTIL WRK-IDX-SEMANA > WRK-QTD-SEMANAS
              PERFORM 0310-IMPRIMIR-SEMANA
           END-PERFORM.

           CLOSE FLUXO-REPORT.
           CALL 'PROGCOBU1' USING 'FLUXOCX.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ED.
           DISPLAY '-------------------'.
           DISPLAY 'SALDO PREVISTO NO FIM DO HORIZONTE : '
                   WRK-SALDO-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
       0310-IMPRIMIR-SEMANA.

           COMPUTE WRK-SAIDAS-SEMANA =
                   WRK-SEM-FRETES(WRK-IDX-SEMANA) +
                   WRK-SEM-FOLHA(WRK-IDX-SEMANA) +
                   WRK-SEM-PROVISOES(WRK-IDX-SEMANA) +
                   WRK-SEM-TRIBUTOS(WRK-IDX-SEMANA).
           COMPUTE WRK-SALDO-CORRENTE =
                   WRK-SALDO-CORRENTE +
                   WRK-SEM-ENTRADAS(WRK-IDX-SEMANA) -
                   WRK-SAIDAS-SEMANA.

           MOVE WRK-SEM-ENTRADAS(WRK-IDX-SEMANA) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-ENTRADAS-TXT.
           MOVE WRK-SEM-FRETES(WRK-IDX-SEMANA) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-FRETES-TXT.
           MOVE WRK-SEM-FOLHA(WRK-IDX-SEMANA) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-FOLHA-TXT.
           MOVE WRK-SEM-PROVISOES(WRK-IDX-SEMANA) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-PROVISOES-TXT.
           MOVE WRK-SEM-TRIBUTOS(WRK-IDX-SEMANA) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-TRIBUTOS-TXT.
           MOVE WRK-SAIDAS-SEMANA TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-SAIDAS-TXT.
           MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ED.
           MOVE WRK-IDX-SEMANA TO WRK-SEMANA-ED.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEMANA ' WRK-SEMANA-ED '  '
                  WRK-SEM-INICIO(WRK-IDX-SEMANA) ' A '
                  WRK-SEM-FIM(WRK-IDX-SEMANA)
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  ENTRADAS ' WRK-ENTRADAS-TXT
                  '  FRETES ' WRK-FRETES-TXT
                  '  FOLHA ' WRK-FOLHA-TXT
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  FER/13  ' WRK-PROVISOES-TXT
                  '  SAIDAS ' WRK-SAIDAS-TXT
                  '  SALDO ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0850-GRAVAR-LINHA.
           IF WRK-SEM-TRIBUTOS(WRK-IDX-SEMANA) > ZEROS
              MOVE SPACES TO REL-LINHA
              STRING '  TRIBUTOS' WRK-TRIBUTOS-TXT
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0850-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          Dias corridos de hoje ate WRK-DATA-CALCULO, pela
      *          DIFMI do PROGCOBU4, e a semana do horizonte
      *----------------------------------------------------------------*
       0800-DIAS-ATE-A-DATA.

           CALL 'PROGCOBU4' USING 'DIFMI '
                WRK-DATA-ATUAL-NUM WRK-U4-HORA-1
                WRK-DATA-CALCULO WRK-U4-HORA-2
                WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF.
           COMPUTE WRK-DIAS-DA-DATA = WRK-U4-RESULTADO / 1440.
      *----------------------------------------------------------------*
       0810-SEMANA-DA-DATA.

           PERFORM 0800-DIAS-ATE-A-DATA.
           PERFORM 0815-SEMANA-DOS-DIAS.
      *----------------------------------------------------------------*
      *          Vencido antes de hoje cai na primeira semana
      *----------------------------------------------------------------*
       0815-SEMANA-DOS-DIAS.

           IF WRK-DIAS-DA-DATA < ZEROS
              MOVE 1 TO WRK-SEMANA-DA-DATA
           ELSE
              COMPUTE WRK-SEMANA-DA-DATA = (WRK-DIAS-DA-DATA / 7) + 1
                  ON SIZE ERROR
                      MOVE 999 TO WRK-SEMANA-DA-DATA
              END-COMPUTE
           END-IF.
      *----------------------------------------------------------------*
       0850-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'FLUXOCX.REL' 'WRITE' FS-RELAT
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
