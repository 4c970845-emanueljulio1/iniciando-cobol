      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB87
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Aprovacao das baixas por perda de contas a receber
      * (maker-checker): percorre os pedidos 'P' do BAIXAPEN.DAT
      * gravados pelo PROGCOB86, exibe cada um e pergunta ao
      * aprovador se baixa ou rejeita. O aprovador precisa ser
      * SUPERVISOR com a acao APROVBAIXA liberada na matriz PERMFILE
      * e diferente do solicitante, no molde do PROGCOB21/PROGCOB35;
      * cada decisao sai no AUDIT-LOG. A baixa aprovada encerra a
      * fatura (ou todas as faturas abertas do cliente) no razao com
      * a situacao 'B', grava o saldo baixado no ARMOVTO.DAT, lista
      * cada fatura no registro de baixas BAIXAS.REL e lanca o total
      * da sessao no GLLANCTO.DAT (origem BAIXPD: perda contra a
      * provisao para devedores duvidosos).
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB87.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-BAIXA
               ASSIGN TO 'BAIXAPEN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BAIXA.

           SELECT CONTAS-RECEBER
               ASSIGN TO 'ARLEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRE-CHAVE
               FILE STATUS IS FS-RECEB.

           SELECT AR-MOVIMENTOS
               ASSIGN TO 'ARMOVTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARMOV.

           SELECT GL-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT USER-MASTER-FILE
               ASSIGN TO 'USERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS FS-USERM.

           SELECT PERMISSION-FILE
               ASSIGN TO 'PERMFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS FS-PERMI.

           SELECT AUDIT-LOG
               ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT BAIXAS-REPORT
               ASSIGN TO 'BAIXAS.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  PEDIDOS-BAIXA.
       COPY BAIXAREG.

       FD  CONTAS-RECEBER.
       COPY CTARECEB.

       FD  AR-MOVIMENTOS.
       COPY ARMOVREG.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  USER-MASTER-FILE.
       COPY USERMREG.

       FD  PERMISSION-FILE.
       COPY PERMIREG.

       FD  AUDIT-LOG.
       01  AUD-LINHA                  PIC X(80).

       FD  BAIXAS-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BAIXA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECEB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ARMOV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERMI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==AUDIT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       COPY AUDITREG.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-FIM-PEDIDOS          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PEDIDOS             VALUE 'S'.
       77  WRK-FIM-RAZAO            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-RAZAO               VALUE 'S'.

       77  WRK-APROVADOR            PIC X(20)     VALUE SPACES.
       77  WRK-NIVEL-APROVADOR      PIC 9(02)     VALUE ZEROS.
       77  WRK-APROVACAO-OK         PIC X(01)     VALUE 'N'.
           88  WRK-APROVADO                        VALUE 'S'.
       77  WRK-DECISAO              PIC X(01)     VALUE 'N'.
           88  WRK-DECISAO-BAIXAR                  VALUE 'A'.
           88  WRK-DECISAO-REJEITAR                VALUE 'R'.

       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-COMPLETA        PIC 9(08)     VALUE ZEROS.
       77  WRK-SALDO-FATURA         PIC 9(08)V99  VALUE ZEROS.
       77  WRK-BAIXADO-PEDIDO       PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-BAIXADO        PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-APROVADOS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-REJEITADOS       PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-FATURAS-BAIXADAS PIC 9(05)     VALUE ZEROS.

       77  WRK-MAX-PEDIDOS          PIC 9(03)     VALUE 200.
       77  WRK-QTD-PEDIDOS          PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-PEDIDO           PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-PEDIDOS.
           03  WRK-PED OCCURS 200 TIMES.
               05  WRK-PED-REG        PIC X(108).

       01  WRK-CAB-BAIXAS.
           03  FILLER               PIC X(14) VALUE 'FATURA'.
           03  FILLER               PIC X(10) VALUE 'EMISSAO'.
           03  FILLER               PIC X(15) VALUE '   VALOR FAT.'.
           03  FILLER               PIC X(15) VALUE ' SALDO BAIXADO'.
           03  FILLER               PIC X(06) VALUE 'MOTIVO'.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-APROVADO
              PERFORM 0200-DECIDIR-PEDIDO THRU 0200-SAIDA
                  VARYING WRK-IDX-PEDIDO FROM 1 BY 1
                  UNTIL WRK-IDX-PEDIDO > WRK-QTD-PEDIDOS
              PERFORM 0250-REGRAVAR-PEDIDOS THRU 0250-SAIDA
              IF WRK-TOTAL-BAIXADO > ZEROS
                 PERFORM 0260-LANCAR-PERDA
              END-IF
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL    FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.

           OPEN INPUT USER-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'OPEN' FS-USERM
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT PERMISSION-FILE.
           CALL 'PROGCOBU1' USING 'PERMFILE.DAT' 'OPEN' FS-PERMI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF NOT FS-AUDIT-OK
              OPEN OUTPUT AUDIT-LOG
           END-IF.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'OPEN' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0110-APROVAR-SUPERVISOR.

           IF WRK-APROVADO
              PERFORM 0120-CARREGAR-PEDIDOS
              OPEN I-O CONTAS-RECEBER
              CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'OPEN' FS-RECEB
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              OPEN EXTEND AR-MOVIMENTOS
              IF NOT FS-ARMOV-OK
                 OPEN OUTPUT AR-MOVIMENTOS
              END-IF
              CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'OPEN' FS-ARMOV
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              OPEN OUTPUT BAIXAS-REPORT
              CALL 'PROGCOBU1' USING 'BAIXAS.REL' 'OPEN' FS-RELAT
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE SPACES TO REL-LINHA
              STRING 'REGISTRO DE BAIXAS POR PERDA - '
                     WRK-DATA-ATUAL ' - APROVADOR ' WRK-APROVADOR
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              MOVE WRK-CAB-BAIXAS TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          A baixa so entra com a aprovacao de um SUPERVISOR
      *          com a acao APROVBAIXA liberada na matriz
      *----------------------------------------------------------------*
       0110-APROVAR-SUPERVISOR.

           DISPLAY 'SUPERVISOR APROVADOR ..... : '.
             ACCEPT WRK-APROVADOR.

           MOVE WRK-APROVADOR TO USR-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-USERM-NAO-ENCONTRADO
              DISPLAY 'USUARIO NAO CADASTRADO.'
           ELSE
              MOVE USR-NIVEL TO WRK-NIVEL-APROVADOR
              IF NOT USR-NIVEL-SUPERVISOR
                 DISPLAY 'APROVACAO RESTRITA AO NIVEL SUPERVISOR.'
              ELSE
                 MOVE USR-NIVEL    TO PRM-NIVEL
                 MOVE 'APROVBAIXA' TO PRM-ACAO
                 READ PERMISSION-FILE
                     INVALID KEY
                         MOVE 'N' TO PRM-PERMITIDO
                 END-READ
                 IF PRM-ACAO-LIBERADA
                    MOVE 'S' TO WRK-APROVACAO-OK
                 ELSE
                    DISPLAY 'ACAO APROVBAIXA NAO LIBERADA NA MATRIZ.'
                 END-IF
              END-IF
           END-IF.

           IF NOT WRK-APROVADO
              MOVE 'NEGADO' TO AUD-RESULTADO
              PERFORM 0290-GRAVAR-AUDITORIA
           END-IF.
      *----------------------------------------------------------------*
       0120-CARREGAR-PEDIDOS.

           OPEN INPUT PEDIDOS-BAIXA.
           IF FS-BAIXA = '35'
              DISPLAY 'SEM PEDIDOS DE BAIXA (BAIXAPEN.DAT AUSENTE).'
              MOVE 'S' TO WRK-FIM-PEDIDOS
           ELSE
              CALL 'PROGCOBU1' USING 'BAIXAPEN.DAT' 'OPEN' FS-BAIXA
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              PERFORM UNTIL WRK-NAO-HA-MAIS-PEDIDOS
                 READ PEDIDOS-BAIXA
                     AT END
                         MOVE 'S' TO WRK-FIM-PEDIDOS
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-PEDIDOS
                    IF WRK-QTD-PEDIDOS >= WRK-MAX-PEDIDOS
                       DISPLAY 'TABELA DE PEDIDOS ESGOTADA ('
                               WRK-MAX-PEDIDOS ').'
                       PERFORM 0900-ABORTAR-PROCESSAMENTO
                    END-IF
                    ADD 1 TO WRK-QTD-PEDIDOS
                    MOVE PEDIDO-BAIXA-REG
                      TO WRK-PED-REG(WRK-QTD-PEDIDOS)
                 END-IF
              END-PERFORM
              CLOSE PEDIDOS-BAIXA
           END-IF.
      *----------------------------------------------------------------*
      *          Exibir um pedido e decidir: baixar no razao ou
      *          rejeitar; aprovador igual ao solicitante e barrado
      *          (maker-checker)
      *----------------------------------------------------------------*
       0200-DECIDIR-PEDIDO.

           MOVE WRK-PED-REG(WRK-IDX-PEDIDO) TO PEDIDO-BAIXA-REG.

           IF NOT BXP-PENDENTE
              GO TO 0200-SAIDA
           END-IF.

           MOVE BXP-VALOR TO WRK-VALOR-ED.
           DISPLAY '------------------------------------'.
           DISPLAY 'CLIENTE ....... : ' BXP-CLIENTE.
           IF BXP-SALDO-DO-CLIENTE
              DISPLAY 'FATURA ........ : TODO O SALDO DO CLIENTE'
           ELSE
              DISPLAY 'FATURA ........ : ' BXP-NUMERO
           END-IF.
           DISPLAY 'SALDO NO PEDIDO : ' WRK-VALOR-ED.
           DISPLAY 'MOTIVO ........ : ' BXP-MOTIVO.
           DISPLAY 'SOLICITANTE ... : ' BXP-SOLICITANTE.
           DISPLAY 'DATA DO PEDIDO  : ' BXP-DATA-PEDIDO.

           IF BXP-SOLICITANTE = WRK-APROVADOR
              DISPLAY 'APROVADOR IGUAL AO SOLICITANTE: PEDIDO '
                      'MANTIDO PARA OUTRO SUPERVISOR.'
              GO TO 0200-SAIDA
           END-IF.

           DISPLAY 'DECISAO (A=BAIXAR / R=REJEITAR / OUTRA='
                   'MANTER) : '.
           ACCEPT WRK-DECISAO.

           EVALUATE TRUE
              WHEN WRK-DECISAO-BAIXAR
                 PERFORM 0210-APLICAR-BAIXA THRU 0210-SAIDA
              WHEN WRK-DECISAO-REJEITAR
                 PERFORM 0240-REJEITAR-PEDIDO
              WHEN OTHER
                 DISPLAY 'PEDIDO MANTIDO.'
           END-EVALUATE.

           MOVE PEDIDO-BAIXA-REG TO WRK-PED-REG(WRK-IDX-PEDIDO).

       0200-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Baixar a fatura do pedido ou todas as faturas abertas
      *          do cliente; o que ja foi encerrado depois do pedido
      *          nao e baixado
      *----------------------------------------------------------------*
       0210-APLICAR-BAIXA.

           MOVE ZEROS TO WRK-BAIXADO-PEDIDO.

           IF BXP-SALDO-DO-CLIENTE
              MOVE 'N'         TO WRK-FIM-RAZAO
              MOVE BXP-CLIENTE TO CRE-CLIENTE
              MOVE ZEROS       TO CRE-NUMERO
              START CONTAS-RECEBER
                  KEY IS NOT LESS THAN CRE-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WRK-FIM-RAZAO
              END-START
              PERFORM UNTIL WRK-NAO-HA-MAIS-RAZAO
                 READ CONTAS-RECEBER NEXT RECORD
                     AT END
                         MOVE 'S' TO WRK-FIM-RAZAO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-RAZAO
                    IF CRE-CLIENTE NOT = BXP-CLIENTE
                       MOVE 'S' TO WRK-FIM-RAZAO
                    ELSE
                       IF CRE-ABERTA OR CRE-PARCIAL
                          PERFORM 0220-BAIXAR-FATURA
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           ELSE
              MOVE BXP-CLIENTE TO CRE-CLIENTE
              MOVE BXP-NUMERO  TO CRE-NUMERO
              READ CONTAS-RECEBER
                  INVALID KEY
                      MOVE 'X' TO CRE-SITUACAO
              END-READ
              IF CRE-ABERTA OR CRE-PARCIAL
                 PERFORM 0220-BAIXAR-FATURA
              END-IF
           END-IF.

           IF WRK-BAIXADO-PEDIDO = ZEROS
              DISPLAY 'NADA MAIS EM ABERTO NO RAZAO: PEDIDO '
                      'REJEITADO.'
              PERFORM 0240-REJEITAR-PEDIDO
              GO TO 0210-SAIDA
           END-IF.

           PERFORM 0230-IMPRIMIR-PEDIDO.

           MOVE 'A'            TO BXP-SITUACAO.
           MOVE WRK-APROVADOR  TO BXP-APROVADOR.
           MOVE WRK-DATA-ATUAL TO BXP-DATA-DECISAO.
           ADD 1 TO WRK-QTD-APROVADOS.
           DISPLAY 'BAIXA APLICADA.'.
           MOVE 'APROVADO' TO AUD-RESULTADO.
           PERFORM 0290-GRAVAR-AUDITORIA.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Encerrar a fatura com a situacao 'B', gravar o saldo
      *          baixado no movimento do razao e listar no registro
      *----------------------------------------------------------------*
       0220-BAIXAR-FATURA.

           COMPUTE WRK-SALDO-FATURA = CRE-VALOR-FATURA - CRE-VALOR-PAGO.
           MOVE 'B' TO CRE-SITUACAO.
           REWRITE CONTAS-RECEBER-REG.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'REWRITE' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE CRE-CLIENTE      TO AMV-CLIENTE.
           MOVE CRE-NUMERO       TO AMV-NUMERO.
           MOVE WRK-DATA-ATUAL   TO AMV-DATA.
           MOVE 'B'              TO AMV-TIPO.
           MOVE WRK-SALDO-FATURA TO AMV-VALOR.
           MOVE 'PROGCOB87'      TO AMV-PROGRAMA.
           WRITE AR-MOVIMENTO-REG.
           CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'WRITE' FS-ARMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           ADD WRK-SALDO-FATURA TO WRK-BAIXADO-PEDIDO
                                   WRK-TOTAL-BAIXADO.
           ADD 1 TO WRK-QTD-FATURAS-BAIXADAS.

           MOVE CRE-VALOR-FATURA TO WRK-VALOR-ED.
           MOVE WRK-SALDO-FATURA TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING CRE-CLIENTE '-' CRE-NUMERO '  '
                  CRE-DATA-RODADA '  '
                  WRK-VALOR-ED '  '
                  WRK-SALDO-ED '  '
                  BXP-MOTIVO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0230-IMPRIMIR-PEDIDO.

           MOVE WRK-BAIXADO-PEDIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   PEDIDO DE ' BXP-SOLICITANTE
                  ' EM ' BXP-DATA-PEDIDO
                  ' BAIXADO ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0240-REJEITAR-PEDIDO.

           MOVE 'R'            TO BXP-SITUACAO.
           MOVE WRK-APROVADOR  TO BXP-APROVADOR.
           MOVE WRK-DATA-ATUAL TO BXP-DATA-DECISAO.
           ADD 1 TO WRK-QTD-REJEITADOS.
           DISPLAY 'PEDIDO REJEITADO.'.
           MOVE 'NEGADO' TO AUD-RESULTADO.
           PERFORM 0290-GRAVAR-AUDITORIA.
      *----------------------------------------------------------------*
      *          Regravar o BAIXAPEN.DAT com as decisoes da sessao
      *----------------------------------------------------------------*
       0250-REGRAVAR-PEDIDOS.

           IF WRK-QTD-PEDIDOS = ZEROS
              GO TO 0250-SAIDA
           END-IF.

           OPEN OUTPUT PEDIDOS-BAIXA.
           CALL 'PROGCOBU1' USING 'BAIXAPEN.DAT' 'OPEN' FS-BAIXA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM VARYING WRK-IDX-PEDIDO FROM 1 BY 1
                   UNTIL WRK-IDX-PEDIDO > WRK-QTD-PEDIDOS
              MOVE WRK-PED-REG(WRK-IDX-PEDIDO) TO PEDIDO-BAIXA-REG
              WRITE PEDIDO-BAIXA-REG
              CALL 'PROGCOBU1' USING 'BAIXAPEN.DAT' 'WRITE'
                   FS-BAIXA WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-PERFORM.

           CLOSE PEDIDOS-BAIXA.
           CALL 'PROGCOBU1' USING 'BAIXAPEN.DAT' 'CLOSE' FS-BAIXA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

       0250-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Total baixado na sessao no GLLANCTO.DAT (origem
      *          BAIXPD), para o diario do proximo fechamento do
      *          PROGCOB14
      *----------------------------------------------------------------*
       0260-LANCAR-PERDA.

           OPEN EXTEND GL-LANCAMENTOS.
           IF NOT FS-GLLAN-OK
              OPEN OUTPUT GL-LANCAMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-DATA-ATUAL    TO LAN-DATA.
           MOVE 'BAIXPD'          TO LAN-ORIGEM.
           MOVE SPACES            TO LAN-CENTRO-CUSTO.
           MOVE WRK-TOTAL-BAIXADO TO LAN-VALOR.
           MOVE 'PROGCOB87'       TO LAN-PROGRAMA.
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
      *          Gravar no AUDIT-LOG a decisao sobre a baixa
      *----------------------------------------------------------------*
       0290-GRAVAR-AUDITORIA.

           MOVE WRK-DATA-ATUAL          TO AUD-DATA.
           MOVE WRK-HORA-COMPLETA(1:6)  TO AUD-HORA.
           MOVE WRK-APROVADOR           TO AUD-USUARIO.
           MOVE WRK-NIVEL-APROVADOR     TO AUD-NIVEL.
           MOVE 'APROVBAIXA'            TO AUD-ACAO.

           MOVE AUDIT-REG TO AUD-LINHA.
           WRITE AUD-LINHA.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'WRITE' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'BAIXAS.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF WRK-APROVADO
              MOVE WRK-TOTAL-BAIXADO TO WRK-TOTAL-ED
              MOVE SPACES TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              MOVE SPACES TO REL-LINHA
              STRING 'FATURAS BAIXADAS ' WRK-QTD-FATURAS-BAIXADAS
                     '   TOTAL BAIXADO (BAIXPD) ' WRK-TOTAL-ED
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              CLOSE CONTAS-RECEBER AR-MOVIMENTOS BAIXAS-REPORT
              CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'CLOSE'
                   FS-RECEB WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'CLOSE'
                   FS-ARMOV WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CALL 'PROGCOBU1' USING 'BAIXAS.REL' 'CLOSE'
                   FS-RELAT WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           CLOSE USER-MASTER-FILE PERMISSION-FILE AUDIT-LOG.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'CLOSE' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'PEDIDOS APROVADOS  ' WRK-QTD-APROVADOS.
           DISPLAY 'PEDIDOS REJEITADOS ' WRK-QTD-REJEITADOS.
           DISPLAY 'FATURAS BAIXADAS   ' WRK-QTD-FATURAS-BAIXADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
