      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB91
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Conciliacao geral da conta bancaria da empresa:
      * importa o extrato do banco (EXTBANCO.DAT, layout EXTBCREG),
      * critica cada linha e casa cada lancamento com a origem no
      * livro - borderos de deposito de vendas (BANKDEP.DAT), total do
      * lote de creditos de folha (BANKCRED.DAT do PROGCOB46), cada
      * lote de pagamento de frete (FRETEPAG.DAT do PROGCOB42), os
      * pagamentos de clientes aplicados no razao (movimentos 'P' e
      * 'R' do ARMOVTO.DAT) e as guias de INSS e IRRF pagas
      * (TRIBPAG.DAT do PROGCOB93). O casamento e por documento e
      * valor e, sem documento, por valor e data do extrato ate cinco
      * dias comerciais depois da data do livro. Debitos com
      * historico de tarifa (TAR) sao listados como tarifas
      * bancarias. O relatorio CONCBCO.REL aponta os lancamentos do
      * extrato e os itens do livro sem correspondencia e prova que
      * o saldo de abertura mais os lancamentos fecha com o saldo
      * final do extrato. Qualquer pendencia devolve RETURN-CODE 4.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS Guias de INSS e IRRF pagas (TRIBPAG.DAT) como
      *                itens do livro, documento codigo da receita
      *                mais competencia.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB91.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-BANCO
               ASSIGN TO 'EXTBANCO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXTBC.

           SELECT BANK-DEPOSIT-FILE
               ASSIGN TO 'BANKDEP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BANCO.

           SELECT BANK-CREDIT-FILE
               ASSIGN TO 'BANKCRED.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BKCRE.

           SELECT FREIGHT-PAYMENT
               ASSIGN TO 'FRETEPAG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FRPAG.

           SELECT TRIBUTOS-PAGAR
               ASSIGN TO 'TRIBPAG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRPAG.

           SELECT AR-MOVIMENTOS
               ASSIGN TO 'ARMOVTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARMOV.

           SELECT CONCILIACAO-REPORT
               ASSIGN TO 'CONCBCO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  EXTRATO-BANCO.
       COPY EXTBCREG.

       FD  BANK-DEPOSIT-FILE.
       COPY BANCOREG.

       FD  BANK-CREDIT-FILE.
       COPY BANKCREG.
       COPY EXTTRAIL REPLACING ==:TRL:== BY ==BCR==.

       FD  FREIGHT-PAYMENT.
       COPY FREPGREG.

       FD  TRIBUTOS-PAGAR.
       COPY TRIBPREG.
       COPY EXTTRAIL REPLACING ==:TRL:== BY ==TPG==.

       FD  AR-MOVIMENTOS.
       COPY ARMOVREG.

       FD  CONCILIACAO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EXTBC==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BANCO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BKCRE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FRPAG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRPAG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ARMOV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-ACHOU-ABERTURA       PIC X(01)     VALUE 'N'.
           88  WRK-TEM-ABERTURA                    VALUE 'S'.
       77  WRK-ACHOU-FECHAMENTO     PIC X(01)     VALUE 'N'.
           88  WRK-TEM-FECHAMENTO                  VALUE 'S'.
       77  WRK-CASOU                PIC X(01)     VALUE 'N'.
           88  WRK-LINHA-CASADA                    VALUE 'S'.

       77  WRK-TOLERANCIA-DIAS      PIC 9(03)     VALUE 5.
       01  WRK-DATA-CALCULO.
           03  WRK-CAL-ANO           PIC 9(04).
           03  WRK-CAL-MES           PIC 9(02).
           03  WRK-CAL-DIA           PIC 9(02).
       01  WRK-DATA-CALCULO-NUM REDEFINES WRK-DATA-CALCULO
                                     PIC 9(08).
       77  WRK-DIAS-CALCULO         PIC 9(07)     VALUE ZEROS.
       77  WRK-DATA-INICIO          PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-FIM             PIC 9(08)     VALUE ZEROS.
       77  WRK-DIAS-INICIO          PIC 9(07)     VALUE ZEROS.
       77  WRK-DIAS-FIM             PIC 9(07)     VALUE ZEROS.

       77  WRK-SALDO-ABERTURA       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-FECHAMENTO     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-CALCULADO      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA            PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS       PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS        PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-TARIFAS        PIC 9(11)V99  VALUE ZEROS.
       77  WRK-LOTE-FOLHA           PIC 9(11)V99  VALUE ZEROS.
       77  WRK-DATA-LOTE-FOLHA      PIC 9(08)     VALUE ZEROS.

       77  WRK-QTD-INVALIDAS        PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-TARIFAS          PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-EXT-PENDENTES    PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-LIV-PENDENTES    PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-CAS-DEPOSITOS    PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-CAS-RECEBIM      PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-CAS-FOLHA        PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-CAS-FRETES       PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-CAS-TRIBUTOS     PIC 9(05)     VALUE ZEROS.
       77  WRK-SEQUENCIA            PIC 9(05)     VALUE ZEROS.

       77  WRK-MAX-EXTRATO          PIC 9(04)     VALUE 3000.
       77  WRK-QTD-EXTRATO          PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-EXTRATO          PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-EXTRATO.
           03  WRK-EXT OCCURS 3000 TIMES.
               05  WRK-EXT-SEQUENCIA  PIC 9(05).
               05  WRK-EXT-DATA       PIC 9(08).
               05  WRK-EXT-DIAS       PIC 9(07).
               05  WRK-EXT-SINAL      PIC X(01).
               05  WRK-EXT-VALOR      PIC 9(11)V99.
               05  WRK-EXT-HISTORICO  PIC X(03).
               05  WRK-EXT-DOCUMENTO  PIC X(10).
               05  WRK-EXT-SITUACAO   PIC X(01).
                   88  WRK-EXT-PENDENTE                VALUE ' '.
                   88  WRK-EXT-CASADA                  VALUE 'C'.
                   88  WRK-EXT-TARIFA                  VALUE 'T'.

       77  WRK-MAX-LIVRO            PIC 9(04)     VALUE 3000.
       77  WRK-QTD-LIVRO            PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-LIVRO            PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-LIVRO.
           03  WRK-LIV OCCURS 3000 TIMES.
               05  WRK-LIV-ORIGEM     PIC X(06).
               05  WRK-LIV-DATA       PIC 9(08).
               05  WRK-LIV-DIAS       PIC 9(07).
               05  WRK-LIV-SINAL      PIC X(01).
               05  WRK-LIV-VALOR      PIC 9(11)V99.
               05  WRK-LIV-DOCUMENTO  PIC X(10).
               05  WRK-LIV-CASADO     PIC X(01).
                   88  WRK-LIV-PENDENTE                VALUE 'N'.
                   88  WRK-LIV-CONCILIADO              VALUE 'S'.

       77  WRK-NOVO-ORIGEM          PIC X(06)     VALUE SPACES.
       77  WRK-NOVO-DATA            PIC 9(08)     VALUE ZEROS.
       77  WRK-NOVO-SINAL           PIC X(01)     VALUE SPACES.
       77  WRK-NOVO-VALOR           PIC 9(11)V99  VALUE ZEROS.
       77  WRK-NOVO-DOCUMENTO       PIC X(10)     VALUE SPACES.

       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-IMPORTAR-EXTRATO.
           PERFORM 0210-CARREGAR-DEPOSITOS THRU 0210-SAIDA.
           PERFORM 0220-CARREGAR-RECEBIMENTOS THRU 0220-SAIDA.
           PERFORM 0230-CARREGAR-LOTE-FOLHA THRU 0230-SAIDA.
           PERFORM 0240-CARREGAR-LOTES-FRETE THRU 0240-SAIDA.
           PERFORM 0245-CARREGAR-GUIAS-TRIBUTO THRU 0245-SAIDA.
           PERFORM 0250-CASAR-LANCAMENTO THRU 0250-SAIDA
               VARYING WRK-IDX-EXTRATO FROM 1 BY 1
               UNTIL WRK-IDX-EXTRATO > WRK-QTD-EXTRATO.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *                   Inicializar os Dados
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           CALL 'PROGCOBU3' USING 'CONCBANCO ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'CONCILIACAO BANCARIA NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT CONCILIACAO-REPORT.
           CALL 'PROGCOBU1' USING 'CONCBCO.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Importar o extrato: saldo de abertura, lancamentos
      *          e saldo de fechamento; linha com data, valor ou
      *          sinal invalido e apontada e fica fora da conciliacao
      *----------------------------------------------------------------*
       0200-IMPORTAR-EXTRATO.

           OPEN INPUT EXTRATO-BANCO.
           CALL 'PROGCOBU1' USING 'EXTBANCO.DAT' 'OPEN' FS-EXTBC
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ EXTRATO-BANCO
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 ADD 1 TO WRK-SEQUENCIA
                 PERFORM 0205-CRITICAR-LINHA
              END-IF
           END-PERFORM.

           CLOSE EXTRATO-BANCO.

           IF NOT WRK-TEM-ABERTURA
              OR NOT WRK-TEM-FECHAMENTO
              DISPLAY 'EXTRATO SEM SALDO DE ABERTURA OU DE '
                      'FECHAMENTO: CONCILIACAO RECUSADA.'
              CLOSE CONCILIACAO-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE WRK-DATA-INICIO TO WRK-DATA-CALCULO-NUM.
           PERFORM 0810-CONTAR-DIAS.
           MOVE WRK-DIAS-CALCULO TO WRK-DIAS-INICIO.
           MOVE WRK-DATA-FIM TO WRK-DATA-CALCULO-NUM.
           PERFORM 0810-CONTAR-DIAS.
           MOVE WRK-DIAS-CALCULO TO WRK-DIAS-FIM.

           MOVE SPACES TO REL-LINHA.
           STRING 'CONCILIACAO BANCARIA - EXTRATO DE ' WRK-DATA-INICIO
                  ' A ' WRK-DATA-FIM
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0205-CRITICAR-LINHA.

           IF EXB-DATA NOT NUMERIC
              OR EXB-VALOR NOT NUMERIC
              OR NOT (EXB-CREDITO OR EXB-DEBITO)
              OR NOT (EXB-SALDO-ABERTURA OR EXB-LANCAMENTO
                      OR EXB-SALDO-FECHAMENTO)
              ADD 1 TO WRK-QTD-INVALIDAS
              MOVE SPACES TO REL-LINHA
              STRING 'LINHA ' WRK-SEQUENCIA
                     ' DO EXTRATO INVALIDA: ' EXTRATO-BANCO-REG(1:36)
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              EVALUATE TRUE
                 WHEN EXB-SALDO-ABERTURA
                    MOVE 'S'      TO WRK-ACHOU-ABERTURA
                    MOVE EXB-DATA TO WRK-DATA-INICIO
                    IF EXB-DEBITO
                       COMPUTE WRK-SALDO-ABERTURA = ZEROS - EXB-VALOR
                    ELSE
                       MOVE EXB-VALOR TO WRK-SALDO-ABERTURA
                    END-IF
                 WHEN EXB-SALDO-FECHAMENTO
                    MOVE 'S'      TO WRK-ACHOU-FECHAMENTO
                    MOVE EXB-DATA TO WRK-DATA-FIM
                    IF EXB-DEBITO
                       COMPUTE WRK-SALDO-FECHAMENTO =
                               ZEROS - EXB-VALOR
                    ELSE
                       MOVE EXB-VALOR TO WRK-SALDO-FECHAMENTO
                    END-IF
                 WHEN OTHER
                    PERFORM 0207-GUARDAR-LANCAMENTO
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       0207-GUARDAR-LANCAMENTO.

           IF WRK-QTD-EXTRATO >= WRK-MAX-EXTRATO
              DISPLAY 'TABELA DO EXTRATO ESGOTADA ('
                      WRK-MAX-EXTRATO ').'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           ADD 1 TO WRK-QTD-EXTRATO.
           MOVE WRK-SEQUENCIA TO WRK-EXT-SEQUENCIA(WRK-QTD-EXTRATO).
           MOVE EXB-DATA      TO WRK-EXT-DATA(WRK-QTD-EXTRATO)
                                 WRK-DATA-CALCULO-NUM.
           PERFORM 0810-CONTAR-DIAS.
           MOVE WRK-DIAS-CALCULO  TO WRK-EXT-DIAS(WRK-QTD-EXTRATO).
           MOVE EXB-SINAL         TO WRK-EXT-SINAL(WRK-QTD-EXTRATO).
           MOVE EXB-VALOR         TO WRK-EXT-VALOR(WRK-QTD-EXTRATO).
           MOVE EXB-HISTORICO  TO WRK-EXT-HISTORICO(WRK-QTD-EXTRATO).
           MOVE EXB-DOCUMENTO  TO WRK-EXT-DOCUMENTO(WRK-QTD-EXTRATO).
           MOVE SPACES         TO WRK-EXT-SITUACAO(WRK-QTD-EXTRATO).

           IF EXB-CREDITO
              ADD EXB-VALOR TO WRK-TOTAL-CREDITOS
           ELSE
              ADD EXB-VALOR TO WRK-TOTAL-DEBITOS
           END-IF.
      *----------------------------------------------------------------*
      *          Borderos de deposito de vendas (credito no extrato)
      *----------------------------------------------------------------*
       0210-CARREGAR-DEPOSITOS.

           OPEN INPUT BANK-DEPOSIT-FILE.
           IF FS-BANCO = '35'
              DISPLAY 'SEM BORDEROS DE DEPOSITO (BANKDEP.DAT AUSENTE).'
              GO TO 0210-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'BANKDEP.DAT' 'OPEN' FS-BANCO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ BANK-DEPOSIT-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 MOVE 'DEPOS'              TO WRK-NOVO-ORIGEM
                 MOVE BAN-DATA             TO WRK-NOVO-DATA
                 MOVE 'C'                  TO WRK-NOVO-SINAL
                 MOVE BAN-VALOR-DEPOSITADO TO WRK-NOVO-VALOR
                 MOVE BAN-BORDERO          TO WRK-NOVO-DOCUMENTO
                 PERFORM 0290-GUARDAR-ITEM-LIVRO
              END-IF
           END-PERFORM.

           CLOSE BANK-DEPOSIT-FILE.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Pagamentos de clientes aplicados no razao (caixa do
      *          PROGCOB33 e retorno de boletos do PROGCOB84)
      *----------------------------------------------------------------*
       0220-CARREGAR-RECEBIMENTOS.

           OPEN INPUT AR-MOVIMENTOS.
           IF FS-ARMOV = '35'
              DISPLAY 'SEM MOVIMENTO DO RAZAO (ARMOVTO.DAT AUSENTE).'
              GO TO 0220-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'OPEN' FS-ARMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ AR-MOVIMENTOS
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND (AMV-PAGAMENTO OR AMV-RECUPERACAO)
                 MOVE 'RECEB'     TO WRK-NOVO-ORIGEM
                 MOVE AMV-DATA    TO WRK-NOVO-DATA
                 MOVE 'C'         TO WRK-NOVO-SINAL
                 MOVE AMV-VALOR   TO WRK-NOVO-VALOR
                 MOVE AMV-NUMERO  TO WRK-NOVO-DOCUMENTO
                 PERFORM 0290-GUARDAR-ITEM-LIVRO
              END-IF
           END-PERFORM.

           CLOSE AR-MOVIMENTOS.

       0220-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Lote de creditos de folha: um debito pelo total do
      *          lote, na data da rodada gravada no trailer
      *----------------------------------------------------------------*
       0230-CARREGAR-LOTE-FOLHA.

           OPEN INPUT BANK-CREDIT-FILE.
           IF FS-BKCRE = '35'
              DISPLAY 'SEM LOTE DE FOLHA (BANKCRED.DAT AUSENTE).'
              GO TO 0230-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'BANKCRED.DAT' 'OPEN' FS-BKCRE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ BANK-CREDIT-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF BCR-TRL-PRESENTE
                    MOVE BCR-TRL-DATA-RODADA TO WRK-DATA-LOTE-FOLHA
                 ELSE
                    ADD BCR-VALOR TO WRK-LOTE-FOLHA
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE BANK-CREDIT-FILE.

           IF WRK-LOTE-FOLHA > ZEROS
              MOVE 'FOLHA'             TO WRK-NOVO-ORIGEM
              MOVE WRK-DATA-LOTE-FOLHA TO WRK-NOVO-DATA
              MOVE 'D'                 TO WRK-NOVO-SINAL
              MOVE WRK-LOTE-FOLHA      TO WRK-NOVO-VALOR
              MOVE SPACES              TO WRK-NOVO-DOCUMENTO
              PERFORM 0290-GUARDAR-ITEM-LIVRO
           END-IF.

       0230-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Lotes de pagamento de frete, um por transportadora
      *          e rodada, pelo valor liquido pago
      *----------------------------------------------------------------*
       0240-CARREGAR-LOTES-FRETE.

           OPEN INPUT FREIGHT-PAYMENT.
           IF FS-FRPAG = '35'
              DISPLAY 'SEM LOTES DE FRETE (FRETEPAG.DAT AUSENTE).'
              GO TO 0240-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'FRETEPAG.DAT' 'OPEN' FS-FRPAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FREIGHT-PAYMENT
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND PAG-VALOR-LIQUIDO > ZEROS
                 MOVE 'FRETE'            TO WRK-NOVO-ORIGEM
                 MOVE PAG-DATA           TO WRK-NOVO-DATA
                 MOVE 'D'                TO WRK-NOVO-SINAL
                 MOVE PAG-VALOR-LIQUIDO  TO WRK-NOVO-VALOR
                 MOVE PAG-TRANSPORTADORA TO WRK-NOVO-DOCUMENTO
                 PERFORM 0290-GUARDAR-ITEM-LIVRO
              END-IF
           END-PERFORM.

           CLOSE FREIGHT-PAYMENT.

       0240-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Guias de INSS e IRRF pagas, na data do pagamento,
      *          documento codigo da receita mais competencia
      *----------------------------------------------------------------*
       0245-CARREGAR-GUIAS-TRIBUTO.

           OPEN INPUT TRIBUTOS-PAGAR.
           IF FS-TRPAG = '35'
              DISPLAY 'SEM GUIAS DE TRIBUTOS (TRIBPAG.DAT AUSENTE).'
              GO TO 0245-SAIDA
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
                 AND NOT TPG-TRL-PRESENTE
                 AND TPG-PAGA
                 MOVE 'TRIBUT'           TO WRK-NOVO-ORIGEM
                 MOVE TPG-DATA-PAGAMENTO TO WRK-NOVO-DATA
                 MOVE 'D'                TO WRK-NOVO-SINAL
                 MOVE TPG-VALOR          TO WRK-NOVO-VALOR
                 MOVE SPACES             TO WRK-NOVO-DOCUMENTO
                 STRING TPG-CODIGO-RECEITA TPG-COMPETENCIA
                        DELIMITED BY SIZE INTO WRK-NOVO-DOCUMENTO
                 END-STRING
                 PERFORM 0290-GUARDAR-ITEM-LIVRO
              END-IF
           END-PERFORM.

           CLOSE TRIBUTOS-PAGAR.

       0245-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Casar um lancamento do extrato: tarifa pelo
      *          historico; depois documento e valor; por ultimo
      *          valor e data dentro da tolerancia
      *----------------------------------------------------------------*
       0250-CASAR-LANCAMENTO.

           IF WRK-EXT-SINAL(WRK-IDX-EXTRATO) = 'D'
              AND WRK-EXT-HISTORICO(WRK-IDX-EXTRATO) = 'TAR'
              MOVE 'T' TO WRK-EXT-SITUACAO(WRK-IDX-EXTRATO)
              ADD 1 TO WRK-QTD-TARIFAS
              ADD WRK-EXT-VALOR(WRK-IDX-EXTRATO) TO WRK-TOTAL-TARIFAS
              GO TO 0250-SAIDA
           END-IF.

           MOVE 'N' TO WRK-CASOU.
           IF WRK-EXT-DOCUMENTO(WRK-IDX-EXTRATO) NOT = SPACES
              PERFORM VARYING WRK-IDX-LIVRO FROM 1 BY 1
                      UNTIL WRK-IDX-LIVRO > WRK-QTD-LIVRO
                         OR WRK-LINHA-CASADA
                 IF WRK-LIV-PENDENTE(WRK-IDX-LIVRO)
                    AND WRK-LIV-DOCUMENTO(WRK-IDX-LIVRO) =
                        WRK-EXT-DOCUMENTO(WRK-IDX-EXTRATO)
                    AND WRK-LIV-SINAL(WRK-IDX-LIVRO) =
                        WRK-EXT-SINAL(WRK-IDX-EXTRATO)
                    AND WRK-LIV-VALOR(WRK-IDX-LIVRO) =
                        WRK-EXT-VALOR(WRK-IDX-EXTRATO)
                    PERFORM 0255-MARCAR-CASAMENTO
                 END-IF
              END-PERFORM
           END-IF.
           IF WRK-LINHA-CASADA
              GO TO 0250-SAIDA
           END-IF.

           PERFORM VARYING WRK-IDX-LIVRO FROM 1 BY 1
                   UNTIL WRK-IDX-LIVRO > WRK-QTD-LIVRO
                      OR WRK-LINHA-CASADA
              IF WRK-LIV-PENDENTE(WRK-IDX-LIVRO)
                 AND WRK-LIV-SINAL(WRK-IDX-LIVRO) =
                     WRK-EXT-SINAL(WRK-IDX-EXTRATO)
                 AND WRK-LIV-VALOR(WRK-IDX-LIVRO) =
                     WRK-EXT-VALOR(WRK-IDX-EXTRATO)
                 AND WRK-EXT-DIAS(WRK-IDX-EXTRATO) NOT <
                     WRK-LIV-DIAS(WRK-IDX-LIVRO)
                 AND WRK-EXT-DIAS(WRK-IDX-EXTRATO) NOT >
                     WRK-LIV-DIAS(WRK-IDX-LIVRO) + WRK-TOLERANCIA-DIAS
                 PERFORM 0255-MARCAR-CASAMENTO
              END-IF
           END-PERFORM.

       0250-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0255-MARCAR-CASAMENTO.

           MOVE 'S' TO WRK-CASOU.
           MOVE 'C' TO WRK-EXT-SITUACAO(WRK-IDX-EXTRATO).
           MOVE 'S' TO WRK-LIV-CASADO(WRK-IDX-LIVRO).

           EVALUATE WRK-LIV-ORIGEM(WRK-IDX-LIVRO)
              WHEN 'DEPOS'
                 ADD 1 TO WRK-QTD-CAS-DEPOSITOS
              WHEN 'RECEB'
                 ADD 1 TO WRK-QTD-CAS-RECEBIM
              WHEN 'FOLHA'
                 ADD 1 TO WRK-QTD-CAS-FOLHA
              WHEN 'TRIBUT'
                 ADD 1 TO WRK-QTD-CAS-TRIBUTOS
              WHEN OTHER
                 ADD 1 TO WRK-QTD-CAS-FRETES
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Guardar um item do livro dentro do periodo do
      *          extrato (com a tolerancia antes da abertura)
      *----------------------------------------------------------------*
       0290-GUARDAR-ITEM-LIVRO.

           MOVE WRK-NOVO-DATA TO WRK-DATA-CALCULO-NUM.
           PERFORM 0810-CONTAR-DIAS.
           IF WRK-DIAS-CALCULO + WRK-TOLERANCIA-DIAS
                 NOT < WRK-DIAS-INICIO
              AND WRK-DIAS-CALCULO NOT > WRK-DIAS-FIM
              IF WRK-QTD-LIVRO >= WRK-MAX-LIVRO
                 DISPLAY 'TABELA DE ITENS DO LIVRO ESGOTADA ('
                         WRK-MAX-LIVRO ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-LIVRO
              MOVE WRK-NOVO-ORIGEM    TO WRK-LIV-ORIGEM(WRK-QTD-LIVRO)
              MOVE WRK-NOVO-DATA      TO WRK-LIV-DATA(WRK-QTD-LIVRO)
              MOVE WRK-DIAS-CALCULO   TO WRK-LIV-DIAS(WRK-QTD-LIVRO)
              MOVE WRK-NOVO-SINAL     TO WRK-LIV-SINAL(WRK-QTD-LIVRO)
              MOVE WRK-NOVO-VALOR     TO WRK-LIV-VALOR(WRK-QTD-LIVRO)
              MOVE WRK-NOVO-DOCUMENTO
                TO WRK-LIV-DOCUMENTO(WRK-QTD-LIVRO)
              MOVE 'N'                TO WRK-LIV-CASADO(WRK-QTD-LIVRO)
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'LANCAMENTOS DO EXTRATO SEM CORRESPONDENCIA NO LIVRO:'
             TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM VARYING WRK-IDX-EXTRATO FROM 1 BY 1
                   UNTIL WRK-IDX-EXTRATO > WRK-QTD-EXTRATO
              IF WRK-EXT-PENDENTE(WRK-IDX-EXTRATO)
                 ADD 1 TO WRK-QTD-EXT-PENDENTES
                 MOVE WRK-EXT-VALOR(WRK-IDX-EXTRATO) TO WRK-VALOR-ED
                 MOVE SPACES TO REL-LINHA
                 STRING '  LINHA ' WRK-EXT-SEQUENCIA(WRK-IDX-EXTRATO)
                        ' ' WRK-EXT-DATA(WRK-IDX-EXTRATO)
                        ' ' WRK-EXT-SINAL(WRK-IDX-EXTRATO)
                        ' ' WRK-VALOR-ED
                        ' ' WRK-EXT-HISTORICO(WRK-IDX-EXTRATO)
                        ' ' WRK-EXT-DOCUMENTO(WRK-IDX-EXTRATO)
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
                 PERFORM 0800-GRAVAR-LINHA
              END-IF
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'ITENS DO LIVRO SEM CORRESPONDENCIA NO EXTRATO:'
             TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM VARYING WRK-IDX-LIVRO FROM 1 BY 1
                   UNTIL WRK-IDX-LIVRO > WRK-QTD-LIVRO
              IF WRK-LIV-PENDENTE(WRK-IDX-LIVRO)
                 ADD 1 TO WRK-QTD-LIV-PENDENTES
                 MOVE WRK-LIV-VALOR(WRK-IDX-LIVRO) TO WRK-VALOR-ED
                 MOVE SPACES TO REL-LINHA
                 STRING '  ' WRK-LIV-ORIGEM(WRK-IDX-LIVRO)
                        ' ' WRK-LIV-DATA(WRK-IDX-LIVRO)
                        ' ' WRK-LIV-SINAL(WRK-IDX-LIVRO)
                        ' ' WRK-VALOR-ED
                        ' ' WRK-LIV-DOCUMENTO(WRK-IDX-LIVRO)
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
                 PERFORM 0800-GRAVAR-LINHA
              END-IF
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CASADOS: DEPOSITOS ' WRK-QTD-CAS-DEPOSITOS
                  ' RECEBIMENTOS ' WRK-QTD-CAS-RECEBIM
                  ' FOLHA ' WRK-QTD-CAS-FOLHA
                  ' FRETES ' WRK-QTD-CAS-FRETES
                  ' TRIB ' WRK-QTD-CAS-TRIBUTOS
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-TARIFAS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TARIFAS BANCARIAS....: ' WRK-VALOR-ED
                  ' EM ' WRK-QTD-TARIFAS ' LANCAMENTOS'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PENDENCIAS: EXTRATO ' WRK-QTD-EXT-PENDENTES
                  ' LIVRO ' WRK-QTD-LIV-PENDENTES
                  ' LINHAS INVALIDAS ' WRK-QTD-INVALIDAS
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0310-PROVAR-SALDOS.

           CLOSE CONCILIACAO-REPORT.

           DISPLAY 'CONCILIACAO BANCARIA GRAVADA EM CONCBCO.REL.'.
           IF WRK-QTD-EXT-PENDENTES > ZEROS
              OR WRK-QTD-LIV-PENDENTES > ZEROS
              OR WRK-QTD-INVALIDAS > ZEROS
              OR WRK-DIFERENCA NOT = ZEROS
              DISPLAY 'CONCILIACAO COM PENDENCIAS.'
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
      *          Prova: abertura + creditos - debitos = fechamento
      *----------------------------------------------------------------*
       0310-PROVAR-SALDOS.

           COMPUTE WRK-SALDO-CALCULADO = WRK-SALDO-ABERTURA
                 + WRK-TOTAL-CREDITOS - WRK-TOTAL-DEBITOS.
           COMPUTE WRK-DIFERENCA = WRK-SALDO-FECHAMENTO
                 - WRK-SALDO-CALCULADO.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO DE ABERTURA....: ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-CREDITOS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '(+) CREDITOS.........:  ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-DEBITOS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '(-) DEBITOS..........:  ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-SALDO-CALCULADO TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO CALCULADO......: ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-SALDO-FECHAMENTO TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO DE FECHAMENTO..: ' WRK-SALDO-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-DIFERENCA TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           IF WRK-DIFERENCA = ZEROS
              STRING 'DIFERENCA............: ' WRK-SALDO-ED
                     '  FECHA'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           ELSE
              STRING 'DIFERENCA............: ' WRK-SALDO-ED
                     '  NAO FECHA'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'CONCBCO.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Data AAAAMMDD em dias comerciais (mes de 30 dias)
      *----------------------------------------------------------------*
       0810-CONTAR-DIAS.

           COMPUTE WRK-DIAS-CALCULO =
                   (WRK-CAL-ANO * 360) + (WRK-CAL-MES * 30) +
                   WRK-CAL-DIA.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
