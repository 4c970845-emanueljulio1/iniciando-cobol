      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB86
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Pedido de baixa por perda de contas a receber. O
      * operador informa o cliente e a fatura do ARLEDGER.DAT (ou
      * fatura zerada para todo o saldo em aberto do cliente) e o
      * motivo; o programa confere que ha saldo aberto ou parcial a
      * baixar e grava o pedido 'P' no BAIXAPEN.DAT em nome do
      * usuario da sessao corrente do OPERSESS.DAT. Nada e baixado
      * aqui: a baixa so acontece na aprovacao de um SUPERVISOR
      * diferente do solicitante pelo PROGCOB87.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB86.
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

           SELECT PEDIDOS-BAIXA
               ASSIGN TO 'BAIXAPEN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BAIXA.

           SELECT OPERATOR-SESSION
               ASSIGN TO 'OPERSESS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SESSA.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  CONTAS-RECEBER.
       COPY CTARECEB.

       FD  PEDIDOS-BAIXA.
       COPY BAIXAREG.

       FD  OPERATOR-SESSION.
       COPY SESSREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECEB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BAIXA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SESSA==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-FIM-PEDIDOS          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PEDIDOS             VALUE 'S'.
       77  WRK-FIM-RAZAO            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-RAZAO               VALUE 'S'.

       77  WRK-USUARIO-SESSAO       PIC X(20)     VALUE SPACES.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-CLIENTE              PIC 9(05)     VALUE ZEROS.
       77  WRK-NUMERO               PIC 9(06)     VALUE ZEROS.
       77  WRK-MOTIVO               PIC X(30)     VALUE SPACES.
       77  WRK-SALDO-BAIXA          PIC 9(08)V99  VALUE ZEROS.
       77  WRK-QTD-FATURAS          PIC 9(04)     VALUE ZEROS.
       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-PEDIDOS          PIC 9(04)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PEDIR-BAIXA THRU 0200-SAIDA
               UNTIL WRK-NAO-HA-MAIS-PEDIDOS.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *                   Inicializar os Dados
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'SOLBAIXA  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'PEDIDO DE BAIXA NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT OPERATOR-SESSION.
           IF FS-SESSA-OK
              READ OPERATOR-SESSION
                  AT END
                      MOVE SPACES TO OPS-USUARIO
              END-READ
              IF FS-SESSA-OK
                 MOVE OPS-USUARIO TO WRK-USUARIO-SESSAO
              END-IF
              CLOSE OPERATOR-SESSION
           END-IF.
           IF WRK-USUARIO-SESSAO = SPACES
              DISPLAY 'SEM SESSAO DE OPERADOR (OPERSESS.DAT). '
                      'FACA LOGIN PELO PROGCOB01.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT CONTAS-RECEBER.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'OPEN' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN EXTEND PEDIDOS-BAIXA.
           IF NOT FS-BAIXA-OK
              OPEN OUTPUT PEDIDOS-BAIXA
           END-IF.
           CALL 'PROGCOBU1' USING 'BAIXAPEN.DAT' 'OPEN' FS-BAIXA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Um pedido de baixa: fatura ou todo o saldo do
      *          cliente, sempre com motivo
      *----------------------------------------------------------------*
       0200-PEDIR-BAIXA.

           DISPLAY '------------------------------------'.
           DISPLAY 'CLIENTE (00000=SAIR) ........ : '.
           ACCEPT WRK-CLIENTE.
           IF WRK-CLIENTE = ZEROS
              MOVE 'S' TO WRK-FIM-PEDIDOS
              GO TO 0200-SAIDA
           END-IF.

           DISPLAY 'FATURA (000000=TODO O SALDO)  : '.
           ACCEPT WRK-NUMERO.

           MOVE ZEROS TO WRK-SALDO-BAIXA WRK-QTD-FATURAS.
           IF WRK-NUMERO = ZEROS
              PERFORM 0220-SOMAR-SALDO-CLIENTE
           ELSE
              PERFORM 0210-SOMAR-SALDO-FATURA
           END-IF.
           IF WRK-SALDO-BAIXA = ZEROS
              DISPLAY 'NENHUM SALDO EM ABERTO A BAIXAR. PEDIDO '
                      'RECUSADO.'
              GO TO 0200-SAIDA
           END-IF.

           MOVE WRK-SALDO-BAIXA TO WRK-VALOR-ED.
           DISPLAY 'FATURAS EM ABERTO ........... : ' WRK-QTD-FATURAS.
           DISPLAY 'SALDO A BAIXAR .............. : ' WRK-VALOR-ED.
           DISPLAY 'MOTIVO DA BAIXA ............. : '.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
              DISPLAY 'MOTIVO OBRIGATORIO. PEDIDO RECUSADO.'
              GO TO 0200-SAIDA
           END-IF.

           PERFORM 0230-GRAVAR-PEDIDO.

       0200-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0210-SOMAR-SALDO-FATURA.

           MOVE WRK-CLIENTE TO CRE-CLIENTE.
           MOVE WRK-NUMERO  TO CRE-NUMERO.
           READ CONTAS-RECEBER
               INVALID KEY
                   DISPLAY 'FATURA NAO CADASTRADA NO RAZAO.'
           END-READ.

           IF FS-RECEB-OK
              IF CRE-ABERTA OR CRE-PARCIAL
                 COMPUTE WRK-SALDO-BAIXA =
                         CRE-VALOR-FATURA - CRE-VALOR-PAGO
                 MOVE 1 TO WRK-QTD-FATURAS
              ELSE
                 DISPLAY 'FATURA JA ENCERRADA (SITUACAO '
                         CRE-SITUACAO ').'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0220-SOMAR-SALDO-CLIENTE.

           MOVE 'N'         TO WRK-FIM-RAZAO.
           MOVE WRK-CLIENTE TO CRE-CLIENTE.
           MOVE ZEROS       TO CRE-NUMERO.
           START CONTAS-RECEBER
               KEY IS NOT LESS THAN CRE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RAZAO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-RAZAO
              READ CONTAS-RECEBER NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-RAZAO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-RAZAO
                 IF CRE-CLIENTE NOT = WRK-CLIENTE
                    MOVE 'S' TO WRK-FIM-RAZAO
                 ELSE
                    IF CRE-ABERTA OR CRE-PARCIAL
                       COMPUTE WRK-SALDO-BAIXA = WRK-SALDO-BAIXA
                             + CRE-VALOR-FATURA - CRE-VALOR-PAGO
                       ADD 1 TO WRK-QTD-FATURAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Gravar o pedido pendente no BAIXAPEN.DAT, para a
      *          aprovacao de um SUPERVISOR pelo PROGCOB87
      *----------------------------------------------------------------*
       0230-GRAVAR-PEDIDO.

           MOVE 'P'                TO BXP-SITUACAO.
           MOVE WRK-CLIENTE        TO BXP-CLIENTE.
           MOVE WRK-NUMERO         TO BXP-NUMERO.
           MOVE WRK-SALDO-BAIXA    TO BXP-VALOR.
           MOVE WRK-MOTIVO         TO BXP-MOTIVO.
           MOVE WRK-USUARIO-SESSAO TO BXP-SOLICITANTE.
           MOVE WRK-DATA-ATUAL     TO BXP-DATA-PEDIDO.
           MOVE SPACES             TO BXP-APROVADOR.
           MOVE ZEROS              TO BXP-DATA-DECISAO.
           WRITE PEDIDO-BAIXA-REG.
           CALL 'PROGCOBU1' USING 'BAIXAPEN.DAT' 'WRITE' FS-BAIXA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-PEDIDOS.
           DISPLAY 'PEDIDO GRAVADO. AGUARDA APROVACAO DO SUPERVISOR '
                   '(PROGCOB87).'.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE CONTAS-RECEBER PEDIDOS-BAIXA.
           CALL 'PROGCOBU1' USING 'BAIXAPEN.DAT' 'CLOSE' FS-BAIXA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'PEDIDOS DE BAIXA GRAVADOS ' WRK-QTD-PEDIDOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
