      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB77
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Romaneio de expedicao do dia para a doca entregar ao
      * motorista. Le as faturas da rodada de faturamento do dia no
      * FREIGHT-COMPUTED (FRETECOMP.DAT) ainda sem romaneio, deixa de
      * fora os registros de estorno e as faturas estornadas pela
      * nota de credito do PROGCOB37, ordena por transportadora, UF
      * de destino e fatura e imprime ROMANEIO.REL: um romaneio por
      * transportadora, cada fatura com cliente, produto, itens,
      * peso, valor declarado e data prometida, totais de peso e
      * valor por UF e por romaneio e as linhas de assinatura do
      * motorista. Quando a carga passa do peso maximo da
      * transportadora no CARRIER-MASTER (TRPMAST.DAT) ela segue num
      * novo romaneio. O numero do romaneio e gravado de volta em
      * FAT-ROMANEIO de cada fatura embarcada.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS Fatura com o documento fiscal eletronico
      *                rejeitado pela SEFAZ (NFEDOC.DAT, retorno do
      *                PROGCOB82) fica retida fora do romaneio, com
      *                aviso. Depois de corrigida e reenviada pelo
      *                PROGCOB83 ela volta a ser embarcada, mesmo
      *                sendo de rodada anterior.
      * 15.10.2026 EAS A fatura de rodada anterior embarcada depois do
      *                reenvio passou a receber o FAT-ROMANEIO; antes
      *                o carimbo so olhava as faturas da rodada e ela
      *                voltava ao romaneio em toda execucao seguinte.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB77.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-COMPUTED
               ASSIGN TO 'FRETECOMP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FCOMP.

           SELECT ROMANEIO-ORDENADO
               ASSIGN TO 'ROMSORT.TMP'.

           SELECT CARRIER-MASTER
               ASSIGN TO 'TRPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRP-CODIGO
               FILE STATUS IS FS-TRPMA.

           SELECT NFE-DOCUMENTOS
               ASSIGN TO 'NFEDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFDOC.

           SELECT ROMANEIO-REPORT
               ASSIGN TO 'ROMANEIO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  FREIGHT-COMPUTED.
       COPY FATUREG.

       SD  ROMANEIO-ORDENADO.
       01  ORD-REG.
           03  ORD-TRANSPORTADORA         PIC X(03).
           03  ORD-UF                     PIC X(02).
           03  ORD-NUMERO                 PIC 9(06).
           03  ORD-CLIENTE                PIC 9(05).
           03  ORD-PRODUTO                PIC X(20).
           03  ORD-QTD-ITENS              PIC 9(02).
           03  ORD-VALOR                  PIC 9(08)V99.
           03  ORD-PESO                   PIC 9(06)V999.
           03  ORD-DATA-PROMETIDA         PIC 9(08).

       FD  CARRIER-MASTER.
       COPY TRPREG.

       FD  NFE-DOCUMENTOS.
       COPY NFEDOREG.

       FD  ROMANEIO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRPMA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NFDOC==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-RODADA          PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-FATURAS          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-FATURAS             VALUE 'S'.
       77  WRK-FIM-ORDENADO         PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-ORDENADO            VALUE 'S'.
       77  WRK-TEM-FATURAS          PIC X(01)     VALUE 'N'.
           88  WRK-FATURAS-DISPONIVEIS             VALUE 'S'.
       77  WRK-ESTORNO-ACHADO       PIC X(01)     VALUE 'N'.
           88  WRK-FATURA-ESTORNADA                VALUE 'S'.
       77  WRK-EMBARQUE-ACHADO      PIC X(01)     VALUE 'N'.
           88  WRK-FATURA-EMBARCADA                VALUE 'S'.
       77  WRK-NFE-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-DOCUMENTOS-DISPONIVEIS          VALUE 'S'.
       77  WRK-NFE-SITUACAO         PIC X(01)     VALUE SPACES.
           88  WRK-NFE-REJEITADA                   VALUE 'R'.
           88  WRK-NFE-REENVIADA                   VALUE 'V'.
       77  WRK-FATURA-ELEGIVEL      PIC X(01)     VALUE 'N'.
           88  WRK-FATURA-A-EMBARCAR               VALUE 'S'.

       77  WRK-ULTIMO-ROMANEIO      PIC 9(05)     VALUE ZEROS.
       77  WRK-ROMANEIO-ATUAL       PIC 9(05)     VALUE ZEROS.
       77  WRK-ROMANEIO-ABERTO      PIC X(01)     VALUE 'N'.
           88  WRK-HA-ROMANEIO-ABERTO              VALUE 'S'.
       77  WRK-UF-ABERTA            PIC X(01)     VALUE 'N'.
           88  WRK-HA-UF-ABERTA                    VALUE 'S'.
       77  WRK-TRANSP-ANTERIOR      PIC X(03)     VALUE SPACES.
       77  WRK-UF-ANTERIOR          PIC X(02)     VALUE SPACES.
       77  WRK-TRANSP-NOME          PIC X(20)     VALUE SPACES.
       77  WRK-PESO-MAXIMO          PIC 9(06)V999 VALUE ZEROS.

       77  WRK-QTD-FATURAS-UF       PIC 9(05)     VALUE ZEROS.
       77  WRK-PESO-UF              PIC 9(09)V999 VALUE ZEROS.
       77  WRK-VALOR-UF             PIC 9(11)V99  VALUE ZEROS.
       77  WRK-QTD-FATURAS-ROM      PIC 9(05)     VALUE ZEROS.
       77  WRK-PESO-ROM             PIC 9(09)V999 VALUE ZEROS.
       77  WRK-VALOR-ROM            PIC 9(11)V99  VALUE ZEROS.
       77  WRK-PESO-PREVISTO        PIC 9(09)V999 VALUE ZEROS.

       77  WRK-QTD-LIDAS            PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-ESTORNADAS       PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-RETIDAS          PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-ROMANEIOS        PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-CARIMBADAS       PIC 9(07)     VALUE ZEROS.
       77  WRK-PESO-GERAL           PIC 9(09)V999 VALUE ZEROS.
       77  WRK-VALOR-GERAL          PIC 9(11)V99  VALUE ZEROS.

       77  WRK-MAX-ESTORNOS         PIC 9(04)     VALUE 2000.
       77  WRK-QTD-ESTORNOS         PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-ESTORNO          PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ESTORNOS.
           03  WRK-EST-NUMERO  PIC 9(06)  OCCURS 2000 TIMES.

       77  WRK-MAX-EMBARQUES        PIC 9(04)     VALUE 5000.
       77  WRK-QTD-EMBARQUES        PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-EMBARQUE         PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-EMBARQUES.
           03  WRK-EMBARQUE OCCURS 5000 TIMES.
               05  WRK-EMB-NUMERO         PIC 9(06).
               05  WRK-EMB-ROMANEIO       PIC 9(05).

       77  WRK-QTD-ED               PIC ZZ.ZZ9.
       77  WRK-PESO-ED              PIC ZZZ.ZZ9,999.
       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-PESO-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,999.
       77  WRK-VALOR-TOTAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-LEVANTAR-FATURAS.
           IF WRK-FATURAS-DISPONIVEIS
              PERFORM 0200-PROCESSAR
              PERFORM 0250-CARIMBAR-FATURAS
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'ROMANEIO  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'ROMANEIO DE EXPEDICAO NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT CARRIER-MASTER.
           IF FS-TRPMA = '35'
              DISPLAY 'TRPMAST.DAT AUSENTE: ROMANEIOS SEM NOME DA '
                      'TRANSPORTADORA E SEM PESO MAXIMO.'
           ELSE
              CALL 'PROGCOBU1' USING 'TRPMAST.DAT' 'OPEN' FS-TRPMA
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           OPEN INPUT NFE-DOCUMENTOS.
           IF FS-NFDOC = '35'
              DISPLAY 'NFEDOC.DAT AUSENTE: FATURAS SEM CONFERENCIA '
                      'DO DOCUMENTO FISCAL.'
           ELSE
              CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'OPEN' FS-NFDOC
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'S' TO WRK-NFE-ARQUIVO
           END-IF.

           OPEN OUTPUT ROMANEIO-REPORT.
           CALL 'PROGCOBU1' USING 'ROMANEIO.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Primeira passada no FRETECOMP: ultimo numero de
      *          romaneio ja usado, faturas estornadas e se ha fatura
      *          do dia a embarcar
      *----------------------------------------------------------------*
       0150-LEVANTAR-FATURAS.

           OPEN INPUT FREIGHT-COMPUTED.
           IF FS-FCOMP = '35'
              DISPLAY 'FRETECOMP.DAT AUSENTE: NENHUMA FATURA A '
                      'EMBARCAR.'
           ELSE
              CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'OPEN' FS-FCOMP
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'N' TO WRK-FIM-FATURAS
              PERFORM UNTIL WRK-NAO-HA-MAIS-FATURAS
                 READ FREIGHT-COMPUTED
                     AT END
                         MOVE 'S' TO WRK-FIM-FATURAS
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-FATURAS
                    PERFORM 0160-LEVANTAR-FATURA
                 END-IF
              END-PERFORM
              CLOSE FREIGHT-COMPUTED
              CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'CLOSE' FS-FCOMP
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0160-LEVANTAR-FATURA.

           IF FAT-ROMANEIO > WRK-ULTIMO-ROMANEIO
              MOVE FAT-ROMANEIO TO WRK-ULTIMO-ROMANEIO
           END-IF.

           IF FAT-REG-ESTORNO
              IF WRK-QTD-ESTORNOS >= WRK-MAX-ESTORNOS
                 DISPLAY 'TABELA DE ESTORNOS ESGOTADA ('
                         WRK-MAX-ESTORNOS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-ESTORNOS
              MOVE FAT-NUMERO TO WRK-EST-NUMERO(WRK-QTD-ESTORNOS)
           ELSE
              PERFORM 0208-AVALIAR-FATURA
              IF WRK-FATURA-A-EMBARCAR
                 AND NOT WRK-NFE-REJEITADA
                 MOVE 'S' TO WRK-TEM-FATURAS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Ordenar as faturas do dia por transportadora, UF e
      *          numero e imprimir os romaneios
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           SORT ROMANEIO-ORDENADO
               ON ASCENDING KEY ORD-TRANSPORTADORA
                                ORD-UF
                                ORD-NUMERO
               INPUT PROCEDURE IS 0205-SELECIONAR-FATURAS
               OUTPUT PROCEDURE IS 0210-IMPRIMIR-ORDENADO.

           IF WRK-HA-ROMANEIO-ABERTO
              PERFORM 0235-FECHAR-UF
              PERFORM 0240-FECHAR-ROMANEIO
           END-IF.
      *----------------------------------------------------------------*
      *          Fatura do dia (ou reenviada depois de rejeitada),
      *          sem romaneio, nao estornada; documento fiscal
      *          rejeitado fica retido
      *----------------------------------------------------------------*
       0205-SELECIONAR-FATURAS.

           OPEN INPUT FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'OPEN' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-FATURAS.
           PERFORM UNTIL WRK-NAO-HA-MAIS-FATURAS
              READ FREIGHT-COMPUTED
                  AT END
                      MOVE 'S' TO WRK-FIM-FATURAS
              END-READ
              IF NOT WRK-NAO-HA-MAIS-FATURAS
                 AND FAT-REG-FATURA
                 PERFORM 0208-AVALIAR-FATURA
              ELSE
                 MOVE 'N' TO WRK-FATURA-ELEGIVEL
              END-IF
              IF WRK-FATURA-A-EMBARCAR
                 ADD 1 TO WRK-QTD-LIDAS
                 PERFORM 0207-PROCURAR-ESTORNO
                 IF WRK-FATURA-ESTORNADA
                    ADD 1 TO WRK-QTD-ESTORNADAS
                 ELSE
                    IF WRK-NFE-REJEITADA
                       ADD 1 TO WRK-QTD-RETIDAS
                       DISPLAY 'FATURA ' FAT-NUMERO ' RETIDA: '
                               'DOCUMENTO FISCAL REJEITADO - '
                               NFE-MOTIVO
                    ELSE
                       MOVE FAT-TRANSPORTADORA TO ORD-TRANSPORTADORA
                       MOVE FAT-UF             TO ORD-UF
                       MOVE FAT-NUMERO         TO ORD-NUMERO
                       MOVE FAT-CLIENTE        TO ORD-CLIENTE
                       MOVE FAT-PRODUTO        TO ORD-PRODUTO
                       MOVE FAT-QTD-ITENS      TO ORD-QTD-ITENS
                       MOVE FAT-VALOR          TO ORD-VALOR
                       MOVE FAT-PESO           TO ORD-PESO
                       MOVE FAT-DATA-PROMETIDA TO ORD-DATA-PROMETIDA
                       RELEASE ORD-REG
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'CLOSE' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Fatura sem romaneio a embarcar: da rodada do dia ou
      *          de rodada anterior cujo documento fiscal foi
      *          reenviado; a situacao do documento fica em
      *          WRK-NFE-SITUACAO (R = rejeitado, retido)
      *----------------------------------------------------------------*
       0208-AVALIAR-FATURA.

           MOVE 'N'    TO WRK-FATURA-ELEGIVEL.
           MOVE SPACES TO WRK-NFE-SITUACAO.

           IF FAT-SEM-ROMANEIO
              IF WRK-DOCUMENTOS-DISPONIVEIS
                 MOVE FAT-NUMERO TO NFE-NUMERO
                 MOVE ZEROS      TO NFE-ITEM
                 READ NFE-DOCUMENTOS
                     INVALID KEY
                         CONTINUE
                 END-READ
                 IF FS-NFDOC-OK
                    IF NFE-REJEITADA
                       MOVE 'R' TO WRK-NFE-SITUACAO
                    ELSE
                       IF NFE-QTD-ENVIOS > 1
                          MOVE 'V' TO WRK-NFE-SITUACAO
                       END-IF
                    END-IF
                 END-IF
              END-IF
              IF FAT-DATA-RODADA = WRK-DATA-RODADA
                 OR WRK-NFE-REENVIADA
                 MOVE 'S' TO WRK-FATURA-ELEGIVEL
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0207-PROCURAR-ESTORNO.

           MOVE 'N' TO WRK-ESTORNO-ACHADO.
           PERFORM VARYING WRK-IDX-ESTORNO FROM 1 BY 1
                   UNTIL WRK-IDX-ESTORNO > WRK-QTD-ESTORNOS
                      OR WRK-FATURA-ESTORNADA
              IF WRK-EST-NUMERO(WRK-IDX-ESTORNO) = FAT-NUMERO
                 MOVE 'S' TO WRK-ESTORNO-ACHADO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Quebra por transportadora e por UF; a fatura que
      *          levaria a carga acima do peso maximo abre um novo
      *          romaneio da mesma transportadora
      *----------------------------------------------------------------*
       0210-IMPRIMIR-ORDENADO.

           PERFORM UNTIL WRK-NAO-HA-MAIS-ORDENADO
              RETURN ROMANEIO-ORDENADO
                  AT END
                      MOVE 'S' TO WRK-FIM-ORDENADO
              END-RETURN
              IF NOT WRK-NAO-HA-MAIS-ORDENADO
                 IF NOT WRK-HA-ROMANEIO-ABERTO
                    PERFORM 0215-LER-TRANSPORTADORA
                    PERFORM 0220-ABRIR-ROMANEIO
                    PERFORM 0225-ABRIR-UF
                 ELSE
                    IF ORD-TRANSPORTADORA NOT = WRK-TRANSP-ANTERIOR
                       PERFORM 0235-FECHAR-UF
                       PERFORM 0240-FECHAR-ROMANEIO
                       PERFORM 0215-LER-TRANSPORTADORA
                       PERFORM 0220-ABRIR-ROMANEIO
                       PERFORM 0225-ABRIR-UF
                    ELSE
                       IF ORD-UF NOT = WRK-UF-ANTERIOR
                          PERFORM 0235-FECHAR-UF
                          PERFORM 0225-ABRIR-UF
                       END-IF
                    END-IF
                 END-IF
                 COMPUTE WRK-PESO-PREVISTO = WRK-PESO-ROM + ORD-PESO
                 IF WRK-PESO-MAXIMO > ZEROS
                    AND WRK-PESO-PREVISTO > WRK-PESO-MAXIMO
                    AND WRK-QTD-FATURAS-ROM > ZEROS
                    PERFORM 0235-FECHAR-UF
                    MOVE SPACES TO REL-LINHA
                    STRING 'PESO MAXIMO ATINGIDO: A CARGA SEGUE NO '
                           'ROMANEIO SEGUINTE'
                           DELIMITED BY SIZE INTO REL-LINHA
                    END-STRING
                    PERFORM 0800-GRAVAR-LINHA
                    PERFORM 0240-FECHAR-ROMANEIO
                    PERFORM 0220-ABRIR-ROMANEIO
                    PERFORM 0225-ABRIR-UF
                 END-IF
                 PERFORM 0230-IMPRIMIR-FATURA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0215-LER-TRANSPORTADORA.

           MOVE ORD-TRANSPORTADORA TO WRK-TRANSP-ANTERIOR.
           MOVE 'NAO CADASTRADA'   TO WRK-TRANSP-NOME.
           MOVE ZEROS              TO WRK-PESO-MAXIMO.

           IF NOT FS-TRPMA = '35'
              MOVE ORD-TRANSPORTADORA TO TRP-CODIGO
              READ CARRIER-MASTER
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-TRPMA-OK
                 MOVE TRP-NOME        TO WRK-TRANSP-NOME
                 MOVE TRP-PESO-MAXIMO TO WRK-PESO-MAXIMO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0220-ABRIR-ROMANEIO.

           MOVE 'S'   TO WRK-ROMANEIO-ABERTO.
           MOVE ZEROS TO WRK-QTD-FATURAS-ROM WRK-PESO-ROM
                         WRK-VALOR-ROM.
           ADD 1 TO WRK-ULTIMO-ROMANEIO.
           MOVE WRK-ULTIMO-ROMANEIO TO WRK-ROMANEIO-ATUAL.
           ADD 1 TO WRK-QTD-ROMANEIOS.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ROMANEIO DE EXPEDICAO ' WRK-ROMANEIO-ATUAL
                  '   DATA ' WRK-DATA-RODADA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TRANSPORTADORA ' WRK-TRANSP-ANTERIOR ' - '
                  WRK-TRANSP-NOME
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           IF WRK-PESO-MAXIMO > ZEROS
              MOVE WRK-PESO-MAXIMO TO WRK-PESO-ED
              STRING '   PESO MAXIMO ' WRK-PESO-ED
                     DELIMITED BY SIZE INTO REL-LINHA(45:36)
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FATURA CLIENTE PRODUTO              IT    '
                  '  PESO KG  VALOR DECLARADO PROMETIDA'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0225-ABRIR-UF.

           MOVE 'S'    TO WRK-UF-ABERTA.
           MOVE ORD-UF TO WRK-UF-ANTERIOR.
           MOVE ZEROS  TO WRK-QTD-FATURAS-UF WRK-PESO-UF WRK-VALOR-UF.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DESTINO UF ' ORD-UF
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Linha da fatura e guarda do numero do romaneio para
      *          gravar de volta no FRETECOMP
      *----------------------------------------------------------------*
       0230-IMPRIMIR-FATURA.

           IF WRK-PESO-MAXIMO > ZEROS
              AND ORD-PESO > WRK-PESO-MAXIMO
              DISPLAY 'FATURA ' ORD-NUMERO ' ACIMA DO PESO MAXIMO DA '
                      'TRANSPORTADORA ' ORD-TRANSPORTADORA
                      ': SEGUE SOZINHA NO ROMANEIO '
                      WRK-ROMANEIO-ATUAL
           END-IF.

           ADD 1        TO WRK-QTD-FATURAS-UF WRK-QTD-FATURAS-ROM.
           ADD ORD-PESO  TO WRK-PESO-UF  WRK-PESO-ROM.
           ADD ORD-VALOR TO WRK-VALOR-UF WRK-VALOR-ROM.

           MOVE ORD-PESO  TO WRK-PESO-ED.
           MOVE ORD-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING ORD-NUMERO ' ' ORD-CLIENTE '   ' ORD-PRODUTO ' '
                  ORD-QTD-ITENS ' ' WRK-PESO-ED ' '
                  WRK-VALOR-ED '    ' ORD-DATA-PROMETIDA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-QTD-EMBARQUES >= WRK-MAX-EMBARQUES
              DISPLAY 'TABELA DE FATURAS EMBARCADAS ESGOTADA ('
                      WRK-MAX-EMBARQUES ').'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-EMBARQUES.
           MOVE ORD-NUMERO TO WRK-EMB-NUMERO(WRK-QTD-EMBARQUES).
           MOVE WRK-ROMANEIO-ATUAL
             TO WRK-EMB-ROMANEIO(WRK-QTD-EMBARQUES).
      *----------------------------------------------------------------*
       0235-FECHAR-UF.

           IF WRK-HA-UF-ABERTA
              MOVE 'N' TO WRK-UF-ABERTA
              MOVE WRK-QTD-FATURAS-UF TO WRK-QTD-ED
              MOVE WRK-PESO-UF        TO WRK-PESO-TOTAL-ED
              MOVE WRK-VALOR-UF       TO WRK-VALOR-TOTAL-ED
              MOVE SPACES TO REL-LINHA
              STRING 'TOTAL UF ' WRK-UF-ANTERIOR '  FATURAS '
                     WRK-QTD-ED '  PESO ' WRK-PESO-TOTAL-ED
                     '  VALOR ' WRK-VALOR-TOTAL-ED
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          Totais do romaneio e linhas de assinatura do
      *          motorista
      *----------------------------------------------------------------*
       0240-FECHAR-ROMANEIO.

           MOVE 'N' TO WRK-ROMANEIO-ABERTO.
           ADD WRK-PESO-ROM  TO WRK-PESO-GERAL.
           ADD WRK-VALOR-ROM TO WRK-VALOR-GERAL.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-FATURAS-ROM TO WRK-QTD-ED.
           MOVE WRK-PESO-ROM        TO WRK-PESO-TOTAL-ED.
           MOVE WRK-VALOR-ROM       TO WRK-VALOR-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL ROMANEIO ' WRK-ROMANEIO-ATUAL
                  '  FATURAS ' WRK-QTD-ED
                  '  PESO ' WRK-PESO-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '                      VALOR DECLARADO '
                  WRK-VALOR-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'MOTORISTA: ______________________________  '
             TO REL-LINHA.
           MOVE 'DOCUMENTO: ______________' TO REL-LINHA(45:25).
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'ASSINATURA: _____________________________  '
             TO REL-LINHA.
           MOVE 'PLACA: _______  DATA: ___/___/____'
             TO REL-LINHA(45:34).
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Gravar o numero do romaneio nas faturas embarcadas
      *----------------------------------------------------------------*
       0250-CARIMBAR-FATURAS.

           OPEN I-O FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'OPEN' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-FATURAS.
           PERFORM UNTIL WRK-NAO-HA-MAIS-FATURAS
              READ FREIGHT-COMPUTED
                  AT END
                      MOVE 'S' TO WRK-FIM-FATURAS
              END-READ
              IF NOT WRK-NAO-HA-MAIS-FATURAS
                 AND FAT-REG-FATURA
                 AND FAT-SEM-ROMANEIO
                 PERFORM 0255-CARIMBAR-FATURA
              END-IF
           END-PERFORM.

           CLOSE FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'CLOSE' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0255-CARIMBAR-FATURA.

           MOVE 'N' TO WRK-EMBARQUE-ACHADO.
           PERFORM VARYING WRK-IDX-EMBARQUE FROM 1 BY 1
                   UNTIL WRK-IDX-EMBARQUE > WRK-QTD-EMBARQUES
                      OR WRK-FATURA-EMBARCADA
              IF WRK-EMB-NUMERO(WRK-IDX-EMBARQUE) = FAT-NUMERO
                 MOVE 'S' TO WRK-EMBARQUE-ACHADO
              END-IF
           END-PERFORM.

           IF WRK-FATURA-EMBARCADA
              SUBTRACT 1 FROM WRK-IDX-EMBARQUE
              MOVE WRK-EMB-ROMANEIO(WRK-IDX-EMBARQUE)
                TO FAT-ROMANEIO
              REWRITE FATURA-REG
              CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'REWRITE'
                   FS-FCOMP WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-CARIMBADAS
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'ROMANEIO.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF NOT FS-TRPMA = '35'
              CLOSE CARRIER-MASTER
           END-IF.
           IF WRK-DOCUMENTOS-DISPONIVEIS
              CLOSE NFE-DOCUMENTOS
           END-IF.
           CLOSE ROMANEIO-REPORT.
           CALL 'PROGCOBU1' USING 'ROMANEIO.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-PESO-GERAL  TO WRK-PESO-TOTAL-ED.
           MOVE WRK-VALOR-GERAL TO WRK-VALOR-TOTAL-ED.
           DISPLAY '-------------------'.
           DISPLAY 'FATURAS DO DIA SEM ROMANEIO ' WRK-QTD-LIDAS.
           DISPLAY 'FATURAS ESTORNADAS          ' WRK-QTD-ESTORNADAS.
           DISPLAY 'RETIDAS (DOC. REJEITADO)    ' WRK-QTD-RETIDAS.
           DISPLAY 'ROMANEIOS EMITIDOS          ' WRK-QTD-ROMANEIOS.
           DISPLAY 'FATURAS EMBARCADAS          ' WRK-QTD-CARIMBADAS.
           DISPLAY 'PESO TOTAL                  ' WRK-PESO-TOTAL-ED.
           DISPLAY 'VALOR DECLARADO TOTAL       ' WRK-VALOR-TOTAL-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
