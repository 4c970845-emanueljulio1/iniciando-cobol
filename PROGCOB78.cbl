      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB78
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Margem de frete e rentabilidade por cliente no mes:
      * poe lado a lado o frete cobrado do cliente em cada fatura do
      * mes (FAT-FRETE do FRETECOMP.DAT, pela tabela por UF ou pelo
      * contrato do cliente) e o frete efetivamente pago a
      * transportadora (valor aprovado na conciliacao do PROGCOB11,
      * FRETEAPR.DAT, menos os abatimentos de sinistro do
      * SINABATE.DAT). Imprime em MARGFRT.REL tres quadros, por
      * cliente, por UF e por transportadora, cada linha separada
      * por origem do preco (C contrato, T tabela) com quantidade de
      * faturas, cobrado, pago, margem e margem percentual. No quadro
      * de clientes os contratos com margem negativa vem primeiro,
      * do maior prejuizo para o menor, para o comercial renegociar
      * na renovacao. Faturas estornadas por nota de credito ficam
      * de fora; faturas ainda sem frete aprovado sao contadas a
      * parte e nao entram na margem.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB78.
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

           SELECT FREIGHT-APPROVED
               ASSIGN TO 'FRETEAPR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-APROV.

           SELECT SINISTRO-ABATIMENTOS
               ASSIGN TO 'SINABATE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ABATE.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT CARRIER-MASTER
               ASSIGN TO 'TRPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRP-CODIGO
               FILE STATUS IS FS-TRPMA.

           SELECT MARGEM-ORDENADA
               ASSIGN TO 'MARGSORT.TMP'.

           SELECT MARGEM-REPORT
               ASSIGN TO 'MARGFRT.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  FREIGHT-COMPUTED.
       COPY FATUREG.

       FD  FREIGHT-APPROVED.
       COPY FREAPREG.

       FD  SINISTRO-ABATIMENTOS.
       COPY SINABREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  CARRIER-MASTER.
       COPY TRPREG.

       SD  MARGEM-ORDENADA.
       01  ORD-REG.
           03  ORD-SECAO                  PIC 9(01).
               88  ORD-SECAO-CLIENTE                   VALUE 1.
               88  ORD-SECAO-UF                        VALUE 2.
               88  ORD-SECAO-TRANSP                    VALUE 3.
           03  ORD-GRUPO                  PIC 9(01).
           03  ORD-CHAVE-MARGEM           PIC S9(09)V99.
           03  ORD-CODIGO                 PIC X(05).
           03  ORD-ORIGEM                 PIC X(01).
           03  ORD-QTD-FATURAS            PIC 9(05).
           03  ORD-COBRADO                PIC 9(09)V99.
           03  ORD-PAGO                   PIC S9(09)V99.
           03  ORD-MARGEM                 PIC S9(09)V99.

       FD  MARGEM-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==APROV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ABATE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRPMA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-MES-REFERENCIA       PIC 9(06)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-FIM-ORDENADO         PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-ORDENADO            VALUE 'S'.
       77  WRK-ACHADO               PIC X(01)     VALUE 'N'.
           88  WRK-NA-TABELA                       VALUE 'S'.
       77  WRK-SECAO-ANTERIOR       PIC 9(01)     VALUE ZEROS.

       77  WRK-MAX-ESTORNOS         PIC 9(04)     VALUE 2000.
       77  WRK-QTD-ESTORNOS         PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-ESTORNO          PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ESTORNOS.
           03  WRK-EST-NUMERO  PIC 9(06)  OCCURS 2000 TIMES.

       77  WRK-MAX-APROVADOS        PIC 9(04)     VALUE 5000.
       77  WRK-QTD-APROVADOS        PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-APROVADO         PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-APROVADOS.
           03  WRK-APROVADO OCCURS 5000 TIMES.
               05  WRK-APR-NUMERO         PIC 9(06).
               05  WRK-APR-VALOR          PIC 9(07)V99.

       77  WRK-MAX-ABATIMENTOS      PIC 9(04)     VALUE 2000.
       77  WRK-QTD-ABATIMENTOS      PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-ABATIMENTO       PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ABATIMENTOS.
           03  WRK-ABATIMENTO OCCURS 2000 TIMES.
               05  WRK-ABT-NUMERO         PIC 9(06).
               05  WRK-ABT-VALOR          PIC 9(09)V99.

       77  WRK-MAX-GRUPOS           PIC 9(04)     VALUE 1500.
       77  WRK-QTD-GRUPOS           PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-GRUPO            PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-CHAVE-SECAO          PIC 9(01)     VALUE ZEROS.
       77  WRK-CHAVE-CODIGO         PIC X(05)     VALUE SPACES.
       01  WRK-TABELA-GRUPOS.
           03  WRK-GRUPO OCCURS 1500 TIMES.
               05  WRK-GRP-SECAO          PIC 9(01).
               05  WRK-GRP-CODIGO         PIC X(05).
               05  WRK-GRP-ORIGEM         PIC X(01).
               05  WRK-GRP-QTD-FATURAS    PIC 9(05).
               05  WRK-GRP-COBRADO        PIC 9(09)V99.
               05  WRK-GRP-PAGO           PIC S9(09)V99.

       77  WRK-ORIGEM-FATURA        PIC X(01)     VALUE SPACES.
       77  WRK-FRETE-PAGO           PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM-PCT           PIC S9(05)V99 VALUE ZEROS.
       77  WRK-CLIENTE-CODIGO       PIC 9(05)     VALUE ZEROS.
       77  WRK-NOME-GRUPO           PIC X(15)     VALUE SPACES.

       77  WRK-QTD-FATURAS-MES      PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-ESTORNADAS       PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-SEM-APROVACAO    PIC 9(07)     VALUE ZEROS.
       77  WRK-COBRADO-SEM-APROV    PIC 9(09)V99  VALUE ZEROS.
       77  WRK-QTD-APURADAS         PIC 9(07)     VALUE ZEROS.
       77  WRK-TOTAL-COBRADO        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-PAGO           PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-MARGEM         PIC S9(09)V99 VALUE ZEROS.

       77  WRK-QTD-ED               PIC ZZZ9.
       77  WRK-COBRADO-ED           PIC ZZZ.ZZ9,99.
       77  WRK-PAGO-ED              PIC -ZZZ.ZZ9,99.
       77  WRK-MARGEM-ED            PIC -ZZZ.ZZ9,99.
       77  WRK-PCT-ED               PIC -ZZZ9,99.
       77  WRK-QTD-TOTAL-ED         PIC Z.ZZZ.ZZ9.
       77  WRK-TOTAL-ED             PIC -ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-CARREGAR-APROVADOS.
           PERFORM 0160-CARREGAR-ABATIMENTOS.
           PERFORM 0170-CARREGAR-ESTORNOS.
           PERFORM 0200-APURAR-FATURAS.
           PERFORM 0250-IMPRIMIR-QUADROS.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'MARGEMFRT ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'RELATORIO DE MARGEM DE FRETE NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY 'MES DE REFERENCIA (AAAAMM, ZEROS = MES ATUAL) : '.
           ACCEPT WRK-MES-REFERENCIA.
           IF WRK-MES-REFERENCIA = ZEROS
              MOVE WRK-DATA-ATUAL(1:6) TO WRK-MES-REFERENCIA
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT CARRIER-MASTER.
           IF FS-TRPMA = '35'
              DISPLAY 'TRPMAST.DAT AUSENTE: TRANSPORTADORAS SEM NOME.'
           ELSE
              CALL 'PROGCOBU1' USING 'TRPMAST.DAT' 'OPEN' FS-TRPMA
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           OPEN OUTPUT MARGEM-REPORT.
           CALL 'PROGCOBU1' USING 'MARGFRT.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'MARGEM DE FRETE E RENTABILIDADE - MES '
                  WRK-MES-REFERENCIA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Frete aprovado para pagamento por fatura, da
      *          conciliacao com a cobranca da transportadora
      *----------------------------------------------------------------*
       0150-CARREGAR-APROVADOS.

           OPEN INPUT FREIGHT-APPROVED.
           IF FS-APROV = '35'
              DISPLAY 'FRETEAPR.DAT AUSENTE: NENHUM FRETE APROVADO.'
           ELSE
              CALL 'PROGCOBU1' USING 'FRETEAPR.DAT' 'OPEN' FS-APROV
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                 READ FREIGHT-APPROVED
                     AT END
                         MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-REGISTROS
                    PERFORM 0155-GUARDAR-APROVADO
                 END-IF
              END-PERFORM
              CLOSE FREIGHT-APPROVED
           END-IF.
      *----------------------------------------------------------------*
       0155-GUARDAR-APROVADO.

           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-IDX-APROVADO FROM 1 BY 1
                   UNTIL WRK-IDX-APROVADO > WRK-QTD-APROVADOS
                      OR WRK-NA-TABELA
              IF WRK-APR-NUMERO(WRK-IDX-APROVADO) = APR-NUMERO
                 MOVE 'S' TO WRK-ACHADO
              END-IF
           END-PERFORM.

           IF WRK-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-APROVADO
              ADD APR-VALOR-COBRADO TO WRK-APR-VALOR(WRK-IDX-APROVADO)
           ELSE
              IF WRK-QTD-APROVADOS >= WRK-MAX-APROVADOS
                 DISPLAY 'TABELA DE FRETES APROVADOS ESGOTADA ('
                         WRK-MAX-APROVADOS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-APROVADOS
              MOVE APR-NUMERO
                TO WRK-APR-NUMERO(WRK-QTD-APROVADOS)
              MOVE APR-VALOR-COBRADO
                TO WRK-APR-VALOR(WRK-QTD-APROVADOS)
           END-IF.
      *----------------------------------------------------------------*
      *          Abatimentos de sinistro por fatura (os de devolucao
      *          de cliente sao frete de volta, nao entram aqui)
      *----------------------------------------------------------------*
       0160-CARREGAR-ABATIMENTOS.

           OPEN INPUT SINISTRO-ABATIMENTOS.
           IF FS-ABATE = '35'
              DISPLAY 'SINABATE.DAT AUSENTE: SEM ABATIMENTOS DE '
                      'SINISTRO.'
           ELSE
              CALL 'PROGCOBU1' USING 'SINABATE.DAT' 'OPEN' FS-ABATE
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                 READ SINISTRO-ABATIMENTOS
                     AT END
                         MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-REGISTROS
                    AND ABT-ORIGEM-SINISTRO
                    PERFORM 0165-GUARDAR-ABATIMENTO
                 END-IF
              END-PERFORM
              CLOSE SINISTRO-ABATIMENTOS
           END-IF.
      *----------------------------------------------------------------*
       0165-GUARDAR-ABATIMENTO.

           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-IDX-ABATIMENTO FROM 1 BY 1
                   UNTIL WRK-IDX-ABATIMENTO > WRK-QTD-ABATIMENTOS
                      OR WRK-NA-TABELA
              IF WRK-ABT-NUMERO(WRK-IDX-ABATIMENTO) = ABT-NUMERO
                 MOVE 'S' TO WRK-ACHADO
              END-IF
           END-PERFORM.

           IF WRK-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-ABATIMENTO
              ADD ABT-VALOR TO WRK-ABT-VALOR(WRK-IDX-ABATIMENTO)
           ELSE
              IF WRK-QTD-ABATIMENTOS >= WRK-MAX-ABATIMENTOS
                 DISPLAY 'TABELA DE ABATIMENTOS ESGOTADA ('
                         WRK-MAX-ABATIMENTOS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-ABATIMENTOS
              MOVE ABT-NUMERO TO WRK-ABT-NUMERO(WRK-QTD-ABATIMENTOS)
              MOVE ABT-VALOR  TO WRK-ABT-VALOR(WRK-QTD-ABATIMENTOS)
           END-IF.
      *----------------------------------------------------------------*
      *          Faturas com estorno (nota de credito do PROGCOB37)
      *----------------------------------------------------------------*
       0170-CARREGAR-ESTORNOS.

           OPEN INPUT FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'OPEN' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FREIGHT-COMPUTED
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND FAT-REG-ESTORNO
                 IF WRK-QTD-ESTORNOS >= WRK-MAX-ESTORNOS
                    DISPLAY 'TABELA DE ESTORNOS ESGOTADA ('
                            WRK-MAX-ESTORNOS ').'
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QTD-ESTORNOS
                 MOVE FAT-NUMERO TO WRK-EST-NUMERO(WRK-QTD-ESTORNOS)
              END-IF
           END-PERFORM.

           CLOSE FREIGHT-COMPUTED.
      *----------------------------------------------------------------*
      *          Faturas do mes: cobrado x pago, acumulado por
      *          cliente, UF e transportadora, cada um por origem do
      *          preco do frete
      *----------------------------------------------------------------*
       0200-APURAR-FATURAS.

           OPEN INPUT FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'OPEN' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FREIGHT-COMPUTED
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND FAT-REG-FATURA
                 AND FAT-DATA-RODADA(1:6) = WRK-MES-REFERENCIA
                 ADD 1 TO WRK-QTD-FATURAS-MES
                 PERFORM 0210-APURAR-FATURA
              END-IF
           END-PERFORM.

           CLOSE FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'CLOSE' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0210-APURAR-FATURA.

           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-IDX-ESTORNO FROM 1 BY 1
                   UNTIL WRK-IDX-ESTORNO > WRK-QTD-ESTORNOS
                      OR WRK-NA-TABELA
              IF WRK-EST-NUMERO(WRK-IDX-ESTORNO) = FAT-NUMERO
                 MOVE 'S' TO WRK-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-NA-TABELA
              ADD 1 TO WRK-QTD-ESTORNADAS
           ELSE
              MOVE 'N' TO WRK-ACHADO
              PERFORM VARYING WRK-IDX-APROVADO FROM 1 BY 1
                      UNTIL WRK-IDX-APROVADO > WRK-QTD-APROVADOS
                         OR WRK-NA-TABELA
                 IF WRK-APR-NUMERO(WRK-IDX-APROVADO) = FAT-NUMERO
                    MOVE 'S' TO WRK-ACHADO
                 END-IF
              END-PERFORM
              IF NOT WRK-NA-TABELA
                 ADD 1         TO WRK-QTD-SEM-APROVACAO
                 ADD FAT-FRETE TO WRK-COBRADO-SEM-APROV
              ELSE
                 SUBTRACT 1 FROM WRK-IDX-APROVADO
                 MOVE WRK-APR-VALOR(WRK-IDX-APROVADO)
                   TO WRK-FRETE-PAGO
                 PERFORM 0215-DEDUZIR-ABATIMENTO
                 PERFORM 0220-ACUMULAR-FATURA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0215-DEDUZIR-ABATIMENTO.

           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-IDX-ABATIMENTO FROM 1 BY 1
                   UNTIL WRK-IDX-ABATIMENTO > WRK-QTD-ABATIMENTOS
                      OR WRK-NA-TABELA
              IF WRK-ABT-NUMERO(WRK-IDX-ABATIMENTO) = FAT-NUMERO
                 MOVE 'S' TO WRK-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-ABATIMENTO
              SUBTRACT WRK-ABT-VALOR(WRK-IDX-ABATIMENTO)
                  FROM WRK-FRETE-PAGO
           END-IF.
      *----------------------------------------------------------------*
       0220-ACUMULAR-FATURA.

           IF FAT-TARIFA-CONTRATO
              MOVE 'C' TO WRK-ORIGEM-FATURA
           ELSE
              MOVE 'T' TO WRK-ORIGEM-FATURA
           END-IF.

           ADD 1              TO WRK-QTD-APURADAS.
           ADD FAT-FRETE      TO WRK-TOTAL-COBRADO.
           ADD WRK-FRETE-PAGO TO WRK-TOTAL-PAGO.

           MOVE 1           TO WRK-CHAVE-SECAO.
           MOVE FAT-CLIENTE TO WRK-CLIENTE-CODIGO.
           MOVE WRK-CLIENTE-CODIGO TO WRK-CHAVE-CODIGO.
           PERFORM 0230-ACUMULAR-GRUPO.

           MOVE 2           TO WRK-CHAVE-SECAO.
           MOVE FAT-UF      TO WRK-CHAVE-CODIGO.
           PERFORM 0230-ACUMULAR-GRUPO.

           MOVE 3           TO WRK-CHAVE-SECAO.
           MOVE FAT-TRANSPORTADORA TO WRK-CHAVE-CODIGO.
           PERFORM 0230-ACUMULAR-GRUPO.
      *----------------------------------------------------------------*
       0230-ACUMULAR-GRUPO.

           MOVE 'N' TO WRK-ACHADO.
           PERFORM VARYING WRK-IDX-GRUPO FROM 1 BY 1
                   UNTIL WRK-IDX-GRUPO > WRK-QTD-GRUPOS
                      OR WRK-NA-TABELA
              IF WRK-GRP-SECAO(WRK-IDX-GRUPO)  = WRK-CHAVE-SECAO
                 AND WRK-GRP-CODIGO(WRK-IDX-GRUPO) = WRK-CHAVE-CODIGO
                 AND WRK-GRP-ORIGEM(WRK-IDX-GRUPO) = WRK-ORIGEM-FATURA
                 MOVE 'S' TO WRK-ACHADO
              END-IF
           END-PERFORM.

           IF WRK-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-GRUPO
           ELSE
              IF WRK-QTD-GRUPOS >= WRK-MAX-GRUPOS
                 DISPLAY 'TABELA DE GRUPOS DE MARGEM ESGOTADA ('
                         WRK-MAX-GRUPOS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-GRUPOS
              MOVE WRK-QTD-GRUPOS    TO WRK-IDX-GRUPO
              MOVE WRK-CHAVE-SECAO   TO WRK-GRP-SECAO(WRK-IDX-GRUPO)
              MOVE WRK-CHAVE-CODIGO  TO WRK-GRP-CODIGO(WRK-IDX-GRUPO)
              MOVE WRK-ORIGEM-FATURA TO WRK-GRP-ORIGEM(WRK-IDX-GRUPO)
              MOVE ZEROS TO WRK-GRP-QTD-FATURAS(WRK-IDX-GRUPO)
                            WRK-GRP-COBRADO(WRK-IDX-GRUPO)
                            WRK-GRP-PAGO(WRK-IDX-GRUPO)
           END-IF.

           ADD 1              TO WRK-GRP-QTD-FATURAS(WRK-IDX-GRUPO).
           ADD FAT-FRETE      TO WRK-GRP-COBRADO(WRK-IDX-GRUPO).
           ADD WRK-FRETE-PAGO TO WRK-GRP-PAGO(WRK-IDX-GRUPO).
      *----------------------------------------------------------------*
      *          Ordenar os grupos por quadro; no quadro de clientes
      *          os contratos com prejuizo vem primeiro, pela margem
      *          crescente, e os demais em seguida tambem pela margem
      *----------------------------------------------------------------*
       0250-IMPRIMIR-QUADROS.

           SORT MARGEM-ORDENADA
               ON ASCENDING KEY ORD-SECAO
                                ORD-GRUPO
                                ORD-CHAVE-MARGEM
                                ORD-CODIGO
                                ORD-ORIGEM
               INPUT PROCEDURE IS 0255-LIBERAR-GRUPOS
               OUTPUT PROCEDURE IS 0260-IMPRIMIR-ORDENADO.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           COMPUTE WRK-TOTAL-MARGEM =
                   WRK-TOTAL-COBRADO - WRK-TOTAL-PAGO.
           MOVE WRK-QTD-APURADAS TO WRK-QTD-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FATURAS APURADAS ....... ' WRK-QTD-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-COBRADO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FRETE COBRADO .......... ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-PAGO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FRETE PAGO ............. ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-MARGEM TO WRK-TOTAL-ED.
           MOVE ZEROS TO WRK-MARGEM-PCT.
           IF WRK-TOTAL-COBRADO > ZEROS
              COMPUTE WRK-MARGEM-PCT ROUNDED =
                      WRK-TOTAL-MARGEM * 100 / WRK-TOTAL-COBRADO
           END-IF.
           MOVE WRK-MARGEM-PCT TO WRK-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'MARGEM ................. ' WRK-TOTAL-ED
                  '  ' WRK-PCT-ED ' PCT'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-SEM-APROVACAO TO WRK-QTD-TOTAL-ED.
           MOVE WRK-COBRADO-SEM-APROV TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM FRETE APROVADO ..... ' WRK-QTD-TOTAL-ED
                  '  COBRADO ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-ESTORNADAS TO WRK-QTD-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ESTORNADAS (FORA) ...... ' WRK-QTD-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0255-LIBERAR-GRUPOS.

           PERFORM VARYING WRK-IDX-GRUPO FROM 1 BY 1
                   UNTIL WRK-IDX-GRUPO > WRK-QTD-GRUPOS
              MOVE WRK-GRP-SECAO(WRK-IDX-GRUPO)  TO ORD-SECAO
              MOVE WRK-GRP-CODIGO(WRK-IDX-GRUPO) TO ORD-CODIGO
              MOVE WRK-GRP-ORIGEM(WRK-IDX-GRUPO) TO ORD-ORIGEM
              MOVE WRK-GRP-QTD-FATURAS(WRK-IDX-GRUPO)
                TO ORD-QTD-FATURAS
              MOVE WRK-GRP-COBRADO(WRK-IDX-GRUPO) TO ORD-COBRADO
              MOVE WRK-GRP-PAGO(WRK-IDX-GRUPO)    TO ORD-PAGO
              COMPUTE ORD-MARGEM = ORD-COBRADO - ORD-PAGO
              MOVE ZEROS TO ORD-GRUPO ORD-CHAVE-MARGEM
              IF ORD-SECAO-CLIENTE
                 MOVE ORD-MARGEM TO ORD-CHAVE-MARGEM
                 IF ORD-ORIGEM = 'C' AND ORD-MARGEM < ZEROS
                    MOVE 1 TO ORD-GRUPO
                 ELSE
                    MOVE 2 TO ORD-GRUPO
                 END-IF
              END-IF
              RELEASE ORD-REG
           END-PERFORM.
      *----------------------------------------------------------------*
       0260-IMPRIMIR-ORDENADO.

           PERFORM UNTIL WRK-NAO-HA-MAIS-ORDENADO
              RETURN MARGEM-ORDENADA
                  AT END
                      MOVE 'S' TO WRK-FIM-ORDENADO
              END-RETURN
              IF NOT WRK-NAO-HA-MAIS-ORDENADO
                 IF ORD-SECAO NOT = WRK-SECAO-ANTERIOR
                    PERFORM 0265-ABRIR-QUADRO
                 END-IF
                 PERFORM 0270-IMPRIMIR-GRUPO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0265-ABRIR-QUADRO.

           MOVE ORD-SECAO TO WRK-SECAO-ANTERIOR.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           EVALUATE TRUE
              WHEN ORD-SECAO-CLIENTE
                 MOVE 'POR CLIENTE (CONTRATOS COM PREJUIZO PRIMEIRO)'
                   TO REL-LINHA
              WHEN ORD-SECAO-UF
                 MOVE 'POR UF DE DESTINO' TO REL-LINHA
              WHEN OTHER
                 MOVE 'POR TRANSPORTADORA' TO REL-LINHA
           END-EVALUATE.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'COD.  NOME            O  QTD    COBRADO'
                  '        PAGO      MARGEM     PCT'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0270-IMPRIMIR-GRUPO.

           MOVE SPACES TO WRK-NOME-GRUPO.
           EVALUATE TRUE
              WHEN ORD-SECAO-CLIENTE
                 MOVE ORD-CODIGO TO WRK-CLIENTE-CODIGO
                 MOVE WRK-CLIENTE-CODIGO TO CLI-CODIGO
                 READ CUSTOMER-MASTER
                     INVALID KEY
                         MOVE 'NAO CADASTRADO' TO WRK-NOME-GRUPO
                 END-READ
                 IF FS-CLIEN-OK
                    MOVE CLI-NOME TO WRK-NOME-GRUPO
                 END-IF
              WHEN ORD-SECAO-TRANSP
                 IF NOT FS-TRPMA = '35'
                    MOVE ORD-CODIGO TO TRP-CODIGO
                    READ CARRIER-MASTER
                        INVALID KEY
                            MOVE 'NAO CADASTRADA' TO WRK-NOME-GRUPO
                    END-READ
                    IF FS-TRPMA-OK
                       MOVE TRP-NOME TO WRK-NOME-GRUPO
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE ZEROS TO WRK-MARGEM-PCT.
           IF ORD-COBRADO > ZEROS
              COMPUTE WRK-MARGEM-PCT ROUNDED =
                      ORD-MARGEM * 100 / ORD-COBRADO
                  ON SIZE ERROR
                      MOVE -9999,99 TO WRK-MARGEM-PCT
              END-COMPUTE
           END-IF.

           MOVE ORD-QTD-FATURAS TO WRK-QTD-ED.
           MOVE ORD-COBRADO     TO WRK-COBRADO-ED.
           MOVE ORD-PAGO        TO WRK-PAGO-ED.
           MOVE ORD-MARGEM      TO WRK-MARGEM-ED.
           MOVE WRK-MARGEM-PCT  TO WRK-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING ORD-CODIGO ' ' WRK-NOME-GRUPO ' ' ORD-ORIGEM ' '
                  WRK-QTD-ED ' ' WRK-COBRADO-ED ' ' WRK-PAGO-ED ' '
                  WRK-MARGEM-ED ' ' WRK-PCT-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'MARGFRT.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE CUSTOMER-MASTER MARGEM-REPORT.
           IF NOT FS-TRPMA = '35'
              CLOSE CARRIER-MASTER
           END-IF.
           CALL 'PROGCOBU1' USING 'MARGFRT.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-TOTAL-MARGEM TO WRK-TOTAL-ED.
           DISPLAY '-------------------'.
           DISPLAY 'FATURAS DO MES         ' WRK-QTD-FATURAS-MES.
           DISPLAY 'FATURAS APURADAS       ' WRK-QTD-APURADAS.
           DISPLAY 'SEM FRETE APROVADO     ' WRK-QTD-SEM-APROVACAO.
           DISPLAY 'ESTORNADAS             ' WRK-QTD-ESTORNADAS.
           DISPLAY 'MARGEM DO MES          ' WRK-TOTAL-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
