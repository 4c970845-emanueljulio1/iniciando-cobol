      * recusada. O resultado de cada nota e listado em CREDNOTA.REL;
      * a consulta do PROGCOB22 passa a apontar a fatura original
      * como cancelada.
      * Havendo o DEVOLUC.DAT do PROGCOB76, a nota credita so o que
      * voltou e ainda nao foi creditado. Com toda a quantidade da
      * fatura de volta, o estorno e integral e o frete de volta a
      * cargo do cliente fica em aberto no razao no lugar da fatura;
      * com a devolucao incompleta, grava um estorno parcial
      * (FAT-TIPO-REG 'P') com valor, peso e ICMS proporcionais a
      * quantidade creditada e sem o frete, abate esse valor da
      * fatura no razao e a fatura segue em aberto pelo restante.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS Nota so com a devolucao recebida por inteiro;
      *                frete de volta do cliente fica em aberto.
      * 15.10.2026 EAS Copia da fatura na tabela de notas alargada
      *                para o FATUREG com o FAT-ROMANEIO.
      * 15.10.2026 EAS O saldo que a nota tira da fatura no razao e
      *                acrescentado ao ARMOVTO.DAT (movimento do
      *                razao, tipo 'N') para o extrato mensal do
      *                PROGCOB85.
      * 15.10.2026 EAS Nota de credito sobre fatura ja baixada por
      *                perda (situacao 'B') nao mexe mais no razao: o
      *                saldo ja saiu pela baixa.
      * 15.10.2026 EAS Devolucao incompleta deixa de ser recusada: a
      *                quantidade recebida e ainda nao creditada
      *                (DEV-QTD-CREDITADA) sai em estorno parcial 'P',
      *                com valor, peso e ICMS proporcionais, e o razao
      *                e abatido desse valor. A nota que completa a
      *                devolucao estorna so o restante. Copia da
      *                fatura acompanha o FAT-PEDIDO.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               RECORD KEY IS CRE-CHAVE
               FILE STATUS IS FS-RECEB.

           SELECT AR-MOVIMENTOS
               ASSIGN TO 'ARMOVTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARMOV.

           SELECT DEVOLUCAO-FILE
               ASSIGN TO 'DEVOLUC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS FS-DEVOL.

           SELECT FREIGHT-TOTAL-EXTRACT
               ASSIGN TO 'FRETETOT.DAT'
               ORGANIZATION IS SEQUENTIAL
       FD  CONTAS-RECEBER.
       COPY CTARECEB.

       FD  AR-MOVIMENTOS.
       COPY ARMOVREG.

       FD  DEVOLUCAO-FILE.
       COPY DEVOLREG.

       FD  FREIGHT-TOTAL-EXTRACT.
       01  FTO-REG.
           03  FTO-TOTAL                  PIC 9(09)V99.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CREDN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECEB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ARMOV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DEVOL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FTOTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

           88  WRK-NAO-HA-MAIS-NOTAS               VALUE 'S'.
       77  WRK-FIM-FATURAS          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-FATURAS             VALUE 'S'.
       77  WRK-FIM-DEVOLUCOES       PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-DEVOLUCOES          VALUE 'S'.
       77  WRK-MOTIVO-RECUSA        PIC X(25)     VALUE SPACES.
       77  WRK-QTD-DEVOLVIDA        PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-TOTAL-FATURA     PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-LINHAS-DEV       PIC 9(03)     VALUE ZEROS.
       77  WRK-QTD-CRED-ANTES       PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-CRED-DEPOIS      PIC 9(07)     VALUE ZEROS.
       77  WRK-TIPO-NOTA            PIC X(01)     VALUE 'E'.
           88  WRK-NOTA-INTEGRAL                   VALUE 'E'.
           88  WRK-NOTA-PARCIAL                    VALUE 'P'.
       77  WRK-VALOR-ORIGINAL       PIC 9(09)V99  VALUE ZEROS.
       77  WRK-VALOR-CRED-ACUM      PIC 9(08)V99  VALUE ZEROS.
       77  WRK-PROP-ANTES           PIC 9(08)V99  VALUE ZEROS.
       77  WRK-PROP-DEPOIS          PIC 9(08)V99  VALUE ZEROS.
       77  WRK-PESO-ANTES           PIC 9(06)V999 VALUE ZEROS.
       77  WRK-PESO-DEPOIS          PIC 9(06)V999 VALUE ZEROS.
       77  WRK-QTD-ED               PIC ZZZ.ZZ9.
       77  WRK-FRETE-CLIENTE        PIC 9(08)V99  VALUE ZEROS.
       77  WRK-SALDO-ANTES          PIC S9(08)V99 VALUE ZEROS.
       77  WRK-SALDO-DEPOIS         PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZ9,99.

       77  WRK-MAX-NOTAS            PIC 9(03)     VALUE 200.
       77  WRK-QTD-NOTAS            PIC 9(03)  COMP  VALUE ZEROS.
                   88  WRK-NOTA-PENDENTE           VALUE 'P'.
                   88  WRK-NOTA-LOCALIZADA         VALUE 'F'.
                   88  WRK-NOTA-JA-ESTORNADA       VALUE 'E'.
               05  WRK-NOTA-FATURA    PIC X(126).

       77  WRK-QTD-ESTORNADAS       PIC 9(03)     VALUE ZEROS.
       77  WRK-QTD-RECUSADAS        PIC 9(03)     VALUE ZEROS.
       77  WRK-QTD-PARCIAIS         PIC 9(03)     VALUE ZEROS.
       77  WRK-TOTAL-FRETE-EST      PIC 9(09)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
                   UNTIL WRK-IDX-NOTA > WRK-QTD-NOTAS
              IF FAT-NUMERO  = WRK-NOTA-NUMERO(WRK-IDX-NOTA)
                 AND FAT-CLIENTE = WRK-NOTA-CLIENTE(WRK-IDX-NOTA)
                 EVALUATE TRUE
                    WHEN FAT-REG-ESTORNO
                       MOVE 'E' TO WRK-NOTA-SITUACAO(WRK-IDX-NOTA)
                    WHEN FAT-REG-FATURA
                     AND WRK-NOTA-PENDENTE(WRK-IDX-NOTA)
                       MOVE 'F'
                         TO WRK-NOTA-SITUACAO(WRK-IDX-NOTA)
                       MOVE FATURA-REG
                         TO WRK-NOTA-FATURA(WRK-IDX-NOTA)
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
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
           END-IF.

           OPEN I-O DEVOLUCAO-FILE.
           IF FS-DEVOL = '35'
              DISPLAY 'DEVOLUC.DAT AUSENTE: NOTAS SEM CONFERENCIA DA '
                      'DEVOLUCAO.'
           ELSE
              CALL 'PROGCOBU1' USING 'DEVOLUC.DAT' 'OPEN' FS-DEVOL
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           PERFORM 0230-PROCESSAR-UMA-NOTA
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           IF NOT FS-RECEB = '35'
              CLOSE CONTAS-RECEBER AR-MOVIMENTOS
              CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'CLOSE' FS-RECEB
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'CLOSE' FS-ARMOV
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           IF NOT FS-DEVOL = '35'
              CLOSE DEVOLUCAO-FILE
              CALL 'PROGCOBU1' USING 'DEVOLUC.DAT' 'CLOSE' FS-DEVOL
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0230-PROCESSAR-UMA-NOTA.
              WHEN WRK-NOTA-PENDENTE(WRK-IDX-NOTA)
                 PERFORM 0246-LISTAR-RECUSA-INEXISTENTE
              WHEN OTHER
                 PERFORM 0235-CONFERIR-DEVOLUCAO
                 IF WRK-MOTIVO-RECUSA = SPACES
                    PERFORM 0240-GRAVAR-ESTORNO
                 ELSE
                    PERFORM 0247-LISTAR-RECUSA-DEVOLUCAO
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Credito so do que voltou: somar o recebido e o ja
      *          creditado de todos os produtos da fatura no DEVOLUC
      *          e comparar com a quantidade faturada (estorno
      *          integral ou parcial); guardar o frete de volta que
      *          ficou a cargo do cliente
      *----------------------------------------------------------------*
       0235-CONFERIR-DEVOLUCAO.

           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           MOVE 'E'    TO WRK-TIPO-NOTA.
           MOVE ZEROS  TO WRK-QTD-DEVOLVIDA
                          WRK-QTD-TOTAL-FATURA
                          WRK-QTD-LINHAS-DEV
                          WRK-QTD-CRED-ANTES
                          WRK-QTD-CRED-DEPOIS
                          WRK-FRETE-CLIENTE.

           IF NOT FS-DEVOL = '35'
              PERFORM 0236-POSICIONAR-DEVOLUCAO
              PERFORM UNTIL WRK-NAO-HA-MAIS-DEVOLUCOES
                 READ DEVOLUCAO-FILE NEXT RECORD
                     AT END
                         MOVE 'S' TO WRK-FIM-DEVOLUCOES
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-DEVOLUCOES
                    IF DEV-FATURA NOT = WRK-NOTA-NUMERO(WRK-IDX-NOTA)
                       MOVE 'S' TO WRK-FIM-DEVOLUCOES
                    ELSE
                       ADD 1 TO WRK-QTD-LINHAS-DEV
                       ADD DEV-QTD-REVENDAVEL DEV-QTD-AVARIADA
                        TO WRK-QTD-DEVOLVIDA
                       ADD DEV-QTD-CREDITADA TO WRK-QTD-CRED-ANTES
                       MOVE DEV-QTD-TOTAL-FATURA
                         TO WRK-QTD-TOTAL-FATURA
                       IF DEV-FRETE-CLIENTE
                          ADD DEV-FRETE-REVERSO TO WRK-FRETE-CLIENTE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WRK-QTD-LINHAS-DEV = ZEROS
                    MOVE 'SEM DEVOLUCAO RECEBIDA' TO WRK-MOTIVO-RECUSA
                 WHEN WRK-QTD-DEVOLVIDA NOT > WRK-QTD-CRED-ANTES
                    MOVE 'SEM DEVOLUCAO A CREDITAR'
                      TO WRK-MOTIVO-RECUSA
                 WHEN WRK-QTD-DEVOLVIDA < WRK-QTD-TOTAL-FATURA
                    MOVE 'P' TO WRK-TIPO-NOTA
                    MOVE WRK-QTD-DEVOLVIDA TO WRK-QTD-CRED-DEPOIS
                 WHEN OTHER
                    MOVE WRK-QTD-TOTAL-FATURA TO WRK-QTD-CRED-DEPOIS
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       0236-POSICIONAR-DEVOLUCAO.

           MOVE 'N'                           TO WRK-FIM-DEVOLUCOES.
           MOVE WRK-NOTA-NUMERO(WRK-IDX-NOTA) TO DEV-FATURA.
           MOVE LOW-VALUES                    TO DEV-PRODUTO.
           START DEVOLUCAO-FILE
               KEY IS NOT LESS THAN DEV-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DEVOLUCOES
           END-START.
      *----------------------------------------------------------------*
      *          Valor, peso e ICMS da nota pela quantidade creditada:
      *          proporcional acumulado depois da nota menos o
      *          acumulado das notas anteriores, para que as notas
      *          parciais e a final somem exatamente a fatura
      *----------------------------------------------------------------*
       0238-PROPORCIONALIZAR.

           COMPUTE WRK-PROP-ANTES ROUNDED =
                   FAT-VALOR * WRK-QTD-CRED-ANTES
                   / WRK-QTD-TOTAL-FATURA.
           COMPUTE WRK-PROP-DEPOIS ROUNDED =
                   FAT-VALOR * WRK-QTD-CRED-DEPOIS
                   / WRK-QTD-TOTAL-FATURA.
           MOVE WRK-PROP-DEPOIS TO WRK-VALOR-CRED-ACUM.
           COMPUTE FAT-VALOR = WRK-PROP-DEPOIS - WRK-PROP-ANTES.

           COMPUTE WRK-PESO-ANTES ROUNDED =
                   FAT-PESO * WRK-QTD-CRED-ANTES
                   / WRK-QTD-TOTAL-FATURA.
           COMPUTE WRK-PESO-DEPOIS ROUNDED =
                   FAT-PESO * WRK-QTD-CRED-DEPOIS
                   / WRK-QTD-TOTAL-FATURA.
           COMPUTE FAT-PESO = WRK-PESO-DEPOIS - WRK-PESO-ANTES.

           COMPUTE WRK-PROP-ANTES ROUNDED =
                   FAT-ICMS-BASE * WRK-QTD-CRED-ANTES
                   / WRK-QTD-TOTAL-FATURA.
           COMPUTE WRK-PROP-DEPOIS ROUNDED =
                   FAT-ICMS-BASE * WRK-QTD-CRED-DEPOIS
                   / WRK-QTD-TOTAL-FATURA.
           COMPUTE FAT-ICMS-BASE = WRK-PROP-DEPOIS - WRK-PROP-ANTES.

           COMPUTE WRK-PROP-ANTES ROUNDED =
                   FAT-ICMS-VALOR * WRK-QTD-CRED-ANTES
                   / WRK-QTD-TOTAL-FATURA.
           COMPUTE WRK-PROP-DEPOIS ROUNDED =
                   FAT-ICMS-VALOR * WRK-QTD-CRED-DEPOIS
                   / WRK-QTD-TOTAL-FATURA.
           COMPUTE FAT-ICMS-VALOR = WRK-PROP-DEPOIS - WRK-PROP-ANTES.
      *----------------------------------------------------------------*
       0240-GRAVAR-ESTORNO.

           MOVE WRK-NOTA-FATURA(WRK-IDX-NOTA) TO FATURA-REG.
           COMPUTE WRK-VALOR-ORIGINAL = FAT-VALOR + FAT-FRETE.
           IF (WRK-QTD-CRED-ANTES > ZEROS OR WRK-NOTA-PARCIAL)
              AND WRK-QTD-TOTAL-FATURA > ZEROS
              PERFORM 0238-PROPORCIONALIZAR
           END-IF.
           IF WRK-NOTA-PARCIAL
              MOVE ZEROS TO FAT-FRETE
           END-IF.
           MOVE WRK-TIPO-NOTA   TO FAT-TIPO-REG.
           MOVE WRK-DATA-RODADA TO FAT-DATA-RODADA.
           WRITE FATURA-REG.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'WRITE' FS-FCOMP
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-NOTA-PARCIAL
              ADD 1 TO WRK-QTD-PARCIAIS
           ELSE
              ADD FAT-FRETE TO WRK-TOTAL-FRETE-EST
              ADD 1 TO WRK-QTD-ESTORNADAS
           END-IF.

           IF NOT FS-RECEB = '35'
              PERFORM 0242-CANCELAR-NO-RAZAO
           END-IF.
           IF NOT FS-DEVOL = '35'
              PERFORM 0244-MARCAR-CREDITADA
           END-IF.

           MOVE SPACES TO REL-LINHA.
           IF WRK-NOTA-PARCIAL
              COMPUTE WRK-QTD-ED =
                      WRK-QTD-CRED-DEPOIS - WRK-QTD-CRED-ANTES
              MOVE FAT-VALOR TO WRK-VALOR-ED
              STRING 'FATURA ' FAT-NUMERO ' CLIENTE ' FAT-CLIENTE
                     ' PARCIAL' WRK-QTD-ED ' UN '
                     WRK-VALOR-ED ' - ' WRK-NOTA-MOTIVO(WRK-IDX-NOTA)
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           ELSE
              STRING 'FATURA ' FAT-NUMERO ' CLIENTE ' FAT-CLIENTE
                     ' ESTORNADA - ' WRK-NOTA-MOTIVO(WRK-IDX-NOTA)
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Estorno parcial: o titulo fica com a fatura original
      *          menos o valor ja creditado, mais o frete de volta a
      *          cargo do cliente
      *----------------------------------------------------------------*
       0241-ABATER-PARCIAL.

           COMPUTE CRE-VALOR-FATURA =
                   WRK-VALOR-ORIGINAL - WRK-VALOR-CRED-ACUM
                   + WRK-FRETE-CLIENTE.
           PERFORM 0249-SITUAR-TITULO.
      *----------------------------------------------------------------*
       0242-CANCELAR-NO-RAZAO.

               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN FS-RECEB-NAO-ENCONTRADO
                 DISPLAY 'FATURA ' FAT-NUMERO ' SEM REGISTRO NO '
                         'RAZAO: CANCELAMENTO SO NO EXTRATO.'
              WHEN CRE-BAIXADA
                 DISPLAY 'FATURA ' FAT-NUMERO ' BAIXADA POR PERDA: '
                         'RAZAO NAO ALTERADO.'
              WHEN OTHER
                 COMPUTE WRK-SALDO-ANTES =
                         CRE-VALOR-FATURA - CRE-VALOR-PAGO
                 EVALUATE TRUE
                    WHEN WRK-NOTA-PARCIAL
                       PERFORM 0241-ABATER-PARCIAL
                       COMPUTE WRK-SALDO-DEPOIS =
                               CRE-VALOR-FATURA - CRE-VALOR-PAGO
                    WHEN WRK-FRETE-CLIENTE > ZEROS
                       PERFORM 0243-MANTER-FRETE-CLIENTE
                       COMPUTE WRK-SALDO-DEPOIS =
                               CRE-VALOR-FATURA - CRE-VALOR-PAGO
                    WHEN OTHER
                       MOVE 'C' TO CRE-SITUACAO
                       MOVE ZEROS TO WRK-SALDO-DEPOIS
                 END-EVALUATE
                 REWRITE CONTAS-RECEBER-REG
                 CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'REWRITE'
                      FS-RECEB WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 IF WRK-SALDO-ANTES > WRK-SALDO-DEPOIS
                    PERFORM 0248-GRAVAR-MOVIMENTO
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Devolucao por motivo do cliente: o titulo continua
      *          em aberto so pelo frete de volta
      *----------------------------------------------------------------*
       0243-MANTER-FRETE-CLIENTE.

           MOVE WRK-FRETE-CLIENTE TO CRE-VALOR-FATURA.
           PERFORM 0249-SITUAR-TITULO.

           MOVE WRK-FRETE-CLIENTE TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FATURA ' FAT-NUMERO ' FRETE DE VOLTA A COBRAR '
                  'DO CLIENTE ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Marcar a devolucao da fatura como ja creditada
      *----------------------------------------------------------------*
       0244-MARCAR-CREDITADA.

           PERFORM 0236-POSICIONAR-DEVOLUCAO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-DEVOLUCOES
              READ DEVOLUCAO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-DEVOLUCOES
              END-READ
              IF NOT WRK-NAO-HA-MAIS-DEVOLUCOES
                 IF DEV-FATURA NOT = WRK-NOTA-NUMERO(WRK-IDX-NOTA)
                    MOVE 'S' TO WRK-FIM-DEVOLUCOES
                 ELSE
                    COMPUTE DEV-QTD-CREDITADA =
                            DEV-QTD-REVENDAVEL + DEV-QTD-AVARIADA
                    MOVE 'C' TO DEV-SITUACAO
                    REWRITE DEVOLUCAO-REG
                    CALL 'PROGCOBU1' USING 'DEVOLUC.DAT' 'REWRITE'
                         FS-DEVOL WRK-ABEND
                    IF WRK-DEVE-ABORTAR
                       PERFORM 0900-ABORTAR-PROCESSAMENTO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0245-LISTAR-RECUSA-ESTORNADA.

                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0247-LISTAR-RECUSA-DEVOLUCAO.

           ADD 1 TO WRK-QTD-RECUSADAS.
           MOVE SPACES TO REL-LINHA.
           STRING 'FATURA ' WRK-NOTA-NUMERO(WRK-IDX-NOTA)
                  ' CLIENTE ' WRK-NOTA-CLIENTE(WRK-IDX-NOTA)
                  ' RECUSADA: ' WRK-MOTIVO-RECUSA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Saldo tirado da fatura pela nota no movimento do
      *          razao, na data da nota
      *----------------------------------------------------------------*
       0248-GRAVAR-MOVIMENTO.

           MOVE CRE-CLIENTE                TO AMV-CLIENTE.
           MOVE CRE-NUMERO                 TO AMV-NUMERO.
           MOVE WRK-NOTA-DATA(WRK-IDX-NOTA) TO AMV-DATA.
           MOVE 'N'                        TO AMV-TIPO.
           COMPUTE AMV-VALOR = WRK-SALDO-ANTES - WRK-SALDO-DEPOIS.
           MOVE 'PROGCOB37'                TO AMV-PROGRAMA.
           WRITE AR-MOVIMENTO-REG.
           CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'WRITE' FS-ARMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Situacao do titulo pelo que ja foi pago do valor que
      *          ficou em aberto
      *----------------------------------------------------------------*
       0249-SITUAR-TITULO.

           EVALUATE TRUE
              WHEN CRE-VALOR-PAGO >= CRE-VALOR-FATURA
                 MOVE 'L' TO CRE-SITUACAO
              WHEN CRE-VALOR-PAGO > ZEROS
                 MOVE 'P' TO CRE-SITUACAO
              WHEN OTHER
                 MOVE 'A' TO CRE-SITUACAO
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Abater do FRETETOT o frete e a quantidade das
      *          faturas estornadas, regravando o trailer

           DISPLAY '-------------------'.
           DISPLAY 'NOTAS ESTORNADAS .... : ' WRK-QTD-ESTORNADAS.
           DISPLAY 'NOTAS PARCIAIS ...... : ' WRK-QTD-PARCIAIS.
           DISPLAY 'NOTAS RECUSADAS ..... : ' WRK-QTD-RECUSADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

