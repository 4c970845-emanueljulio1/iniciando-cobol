      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB79
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Provisao de fim de periodo do custo de frete ainda
      * nao cobrado pela transportadora. Percorre o FRETECOMP.DAT e
      * toma as faturas do periodo fiscal a fechar (ano/periodo
      * informado ou, em zeros, o da data atual, resolvidos pela
      * data da rodada no calendario PROCCAL.DAT) que ainda nao tem
      * registro no extrato da transportadora (CARRIER.DAT); fatura
      * estornada por nota de credito fica de fora. O custo
      * esperado e o frete calculado da fatura (FAT-FRETE). Por
      * transportadora (FAT-TRANSPORTADORA, levada no centro de
      * custo) grava no GLLANCTO.DAT o lancamento PRVFRT na data da
      * rodada e o estorno ESTPFR na data do primeiro dia do periodo
      * seguinte, que o PROGCOB14 so lanca quando o fechamento
      * alcanca essa data. A listagem PROVFRT.REL, por
      * transportadora, traz cada fatura provisionada para a
      * auditoria. Periodo ja provisionado (estorno pendente no
      * GLLANCTO.DAT) e recusado para nao provisionar duas vezes.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB79.
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

           SELECT CARRIER-BILLING
               ASSIGN TO 'CARRIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAR-NUMERO
               FILE STATUS IS FS-CARRI.

           SELECT PROCESSING-CALENDAR
               ASSIGN TO 'PROCCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS FS-PRCAL.

           SELECT CARRIER-MASTER
               ASSIGN TO 'TRPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRP-CODIGO
               FILE STATUS IS FS-TRPMA.

           SELECT GL-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT PROVISAO-ORDENADA
               ASSIGN TO 'PROVSORT.TMP'.

           SELECT PROVISAO-REPORT
               ASSIGN TO 'PROVFRT.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  FREIGHT-COMPUTED.
       COPY FATUREG.

       FD  CARRIER-BILLING.
       COPY CARREREG.

       FD  PROCESSING-CALENDAR.
       COPY PROCCAL.

       FD  CARRIER-MASTER.
       COPY TRPREG.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       SD  PROVISAO-ORDENADA.
       01  ORD-REG.
           03  ORD-TRANSPORTADORA         PIC X(03).
           03  ORD-NUMERO                 PIC 9(06).
           03  ORD-CLIENTE                PIC 9(05).
           03  ORD-UF                     PIC X(02).
           03  ORD-DATA-RODADA            PIC 9(08).
           03  ORD-PESO                   PIC 9(06)V999.
           03  ORD-FRETE                  PIC 9(06)V99.

       FD  PROVISAO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CARRI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRPMA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-ANO-FISCAL           PIC 9(04)     VALUE ZEROS.
       77  WRK-PERIODO-FISCAL       PIC 9(02)     VALUE ZEROS.
       77  WRK-DATA-INICIO-PERIODO  PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-FIM-PERIODO     PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-ESTORNO         PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-CALEND           PIC X(01)     VALUE 'N'.
           88  WRK-FIM-CALENDARIO                  VALUE 'S'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-FIM-ORDENADO         PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-ORDENADO            VALUE 'S'.
       77  WRK-CARRIER-AUSENTE      PIC X(01)     VALUE 'N'.
           88  WRK-SEM-COBRANCA                    VALUE 'S'.
       77  WRK-ACHADO               PIC X(01)     VALUE 'N'.
           88  WRK-NA-TABELA                       VALUE 'S'.
       77  WRK-TRANSP-ANTERIOR      PIC X(03)     VALUE SPACES.
       77  WRK-NOME-TRANSP          PIC X(20)     VALUE SPACES.

       77  WRK-MAX-ESTORNOS         PIC 9(04)     VALUE 2000.
       77  WRK-QTD-ESTORNOS         PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-ESTORNO          PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ESTORNOS.
           03  WRK-EST-NUMERO  PIC 9(06)  OCCURS 2000 TIMES.

       77  WRK-QTD-FATURAS-PERIODO  PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-JA-COBRADAS      PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-ESTORNADAS       PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-PROVISIONADAS    PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-TRANSP           PIC 9(05)     VALUE ZEROS.
       77  WRK-FATURAS-TRANSP       PIC 9(05)     VALUE ZEROS.
       77  WRK-VALOR-TRANSP         PIC 9(09)V99  VALUE ZEROS.
       77  WRK-VALOR-PROVISAO       PIC 9(11)V99  VALUE ZEROS.

       77  WRK-DATA-ED              PIC 9(08).
       77  WRK-PESO-ED              PIC ZZZ.ZZ9,999.
       77  WRK-FRETE-ED             PIC ZZZ.ZZ9,99.
       77  WRK-QTD-ED               PIC ZZ.ZZ9.
       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0120-DELIMITAR-PERIODO.
           PERFORM 0140-VERIFICAR-PROVISAO-GRAVADA.
           PERFORM 0150-CARREGAR-ESTORNOS.

           SORT PROVISAO-ORDENADA
               ON ASCENDING KEY ORD-TRANSPORTADORA
                                ORD-NUMERO
               INPUT PROCEDURE IS 0200-SELECIONAR-FATURAS
               OUTPUT PROCEDURE IS 0250-LISTAR-E-LANCAR.

           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'PROVFRETE ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'PROVISAO DE FRETE NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY 'ANO FISCAL A FECHAR (AAAA, ZEROS = ATUAL) : '.
           ACCEPT WRK-ANO-FISCAL.
           DISPLAY 'PERIODO FISCAL (MM) ..................... : '.
           ACCEPT WRK-PERIODO-FISCAL.

           OPEN INPUT PROCESSING-CALENDAR.
           CALL 'PROGCOBU1' USING 'PROCCAL.DAT' 'OPEN' FS-PRCAL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-ANO-FISCAL = ZEROS
              MOVE SPACES         TO CAL-UF
              MOVE WRK-DATA-ATUAL TO CAL-DATA
              READ PROCESSING-CALENDAR
                  INVALID KEY
                      DISPLAY 'DATA ATUAL FORA DO CALENDARIO '
                              'PROCCAL.DAT. PROVISAO RECUSADA.'
                      PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-READ
              MOVE CAL-ANO-FISCAL     TO WRK-ANO-FISCAL
              MOVE CAL-PERIODO-FISCAL TO WRK-PERIODO-FISCAL
           END-IF.

           OPEN INPUT CARRIER-BILLING.
           IF FS-CARRI = '35'
              MOVE 'S' TO WRK-CARRIER-AUSENTE
              DISPLAY 'CARRIER.DAT AUSENTE: NENHUMA FATURA COBRADA '
                      'PELA TRANSPORTADORA.'
           ELSE
              CALL 'PROGCOBU1' USING 'CARRIER.DAT' 'OPEN' FS-CARRI
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
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
      *----------------------------------------------------------------*
      *          Primeiro e ultimo dia do periodo no calendario
      *          nacional (CAL-UF em brancos) e o primeiro dia do
      *          periodo seguinte, data do estorno automatico
      *----------------------------------------------------------------*
       0120-DELIMITAR-PERIODO.

           MOVE 'N'    TO WRK-FIM-CALEND.
           MOVE SPACES TO CAL-UF.
           MOVE ZEROS  TO CAL-DATA.
           START PROCESSING-CALENDAR
               KEY IS NOT LESS THAN CAL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CALEND
           END-START.

           PERFORM UNTIL WRK-FIM-CALENDARIO
              READ PROCESSING-CALENDAR NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-CALEND
              END-READ
              IF NOT WRK-FIM-CALENDARIO
                 IF CAL-UF NOT = SPACES
                    MOVE 'S' TO WRK-FIM-CALEND
                 ELSE
                    IF CAL-ANO-FISCAL = WRK-ANO-FISCAL
                       AND CAL-PERIODO-FISCAL = WRK-PERIODO-FISCAL
                       IF WRK-DATA-INICIO-PERIODO = ZEROS
                          MOVE CAL-DATA TO WRK-DATA-INICIO-PERIODO
                       END-IF
                       MOVE CAL-DATA TO WRK-DATA-FIM-PERIODO
                    ELSE
                       IF WRK-DATA-FIM-PERIODO NOT = ZEROS
                          MOVE CAL-DATA TO WRK-DATA-ESTORNO
                          MOVE 'S'      TO WRK-FIM-CALEND
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-DATA-INICIO-PERIODO = ZEROS
              DISPLAY 'PERIODO FISCAL ' WRK-ANO-FISCAL '/'
                      WRK-PERIODO-FISCAL ' FORA DO CALENDARIO '
                      'PROCCAL.DAT. PROVISAO RECUSADA.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           IF WRK-DATA-ESTORNO = ZEROS
              DISPLAY 'PERIODO SEGUINTE A ' WRK-ANO-FISCAL '/'
                      WRK-PERIODO-FISCAL ' AINDA NAO GERADO NO '
                      'PROCCAL.DAT (PROGCOB10): SEM DATA PARA O '
                      'ESTORNO. PROVISAO RECUSADA.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           IF WRK-DATA-ATUAL < WRK-DATA-INICIO-PERIODO
              OR WRK-DATA-ATUAL >= WRK-DATA-ESTORNO
              DISPLAY 'PERIODO FISCAL ' WRK-ANO-FISCAL '/'
                      WRK-PERIODO-FISCAL ' NAO E O PERIODO DA DATA '
                      'ATUAL: A PROVISAO E LANCADA NA DATA DA RODADA.'
                      ' PROVISAO RECUSADA.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Estorno ESTPFR do periodo ainda pendente no
      *          GLLANCTO.DAT: o periodo ja foi provisionado
      *----------------------------------------------------------------*
       0140-VERIFICAR-PROVISAO-GRAVADA.

           OPEN INPUT GL-LANCAMENTOS.
           IF FS-GLLAN-OK
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                 READ GL-LANCAMENTOS
                     AT END
                         MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-REGISTROS
                    AND LAN-ORIGEM = 'ESTPFR'
                    AND LAN-DATA = WRK-DATA-ESTORNO
                    DISPLAY 'PERIODO FISCAL ' WRK-ANO-FISCAL '/'
                            WRK-PERIODO-FISCAL ' JA PROVISIONADO '
                            '(ESTORNO PENDENTE NO GLLANCTO.DAT). '
                            'PROVISAO RECUSADA.'
                    CLOSE GL-LANCAMENTOS
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
              END-PERFORM
              CLOSE GL-LANCAMENTOS
           END-IF.
      *----------------------------------------------------------------*
      *          Faturas com estorno (nota de credito do PROGCOB37)
      *----------------------------------------------------------------*
       0150-CARREGAR-ESTORNOS.

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
      *          Faturas do periodo sem cobranca da transportadora
      *----------------------------------------------------------------*
       0200-SELECIONAR-FATURAS.

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
                 AND FAT-DATA-RODADA NOT < WRK-DATA-INICIO-PERIODO
                 AND FAT-DATA-RODADA NOT > WRK-DATA-FIM-PERIODO
                 ADD 1 TO WRK-QTD-FATURAS-PERIODO
                 PERFORM 0210-AVALIAR-FATURA
              END-IF
           END-PERFORM.

           CLOSE FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'CLOSE' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0210-AVALIAR-FATURA.

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
              IF NOT WRK-SEM-COBRANCA
                 MOVE FAT-NUMERO TO CAR-NUMERO
                 READ CARRIER-BILLING
                     INVALID KEY
                         CONTINUE
                 END-READ
              END-IF
              IF NOT WRK-SEM-COBRANCA
                 AND FS-CARRI-OK
                 ADD 1 TO WRK-QTD-JA-COBRADAS
              ELSE
                 IF FAT-FRETE > ZEROS
                    MOVE FAT-TRANSPORTADORA TO ORD-TRANSPORTADORA
                    MOVE FAT-NUMERO         TO ORD-NUMERO
                    MOVE FAT-CLIENTE        TO ORD-CLIENTE
                    MOVE FAT-UF             TO ORD-UF
                    MOVE FAT-DATA-RODADA    TO ORD-DATA-RODADA
                    MOVE FAT-PESO           TO ORD-PESO
                    MOVE FAT-FRETE          TO ORD-FRETE
                    RELEASE ORD-REG
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Listagem por transportadora e, na quebra, o par
      *          provisao/estorno no GLLANCTO.DAT
      *----------------------------------------------------------------*
       0250-LISTAR-E-LANCAR.

           OPEN OUTPUT PROVISAO-REPORT.
           CALL 'PROGCOBU1' USING 'PROVFRT.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN EXTEND GL-LANCAMENTOS.
           IF NOT FS-GLLAN-OK
              OPEN OUTPUT GL-LANCAMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'PROVISAO DE FRETE NAO COBRADO - PERIODO FISCAL '
                  WRK-ANO-FISCAL '/' WRK-PERIODO-FISCAL
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FATURAS DE ' WRK-DATA-INICIO-PERIODO ' A '
                  WRK-DATA-FIM-PERIODO '  ESTORNO AUTOMATICO EM '
                  WRK-DATA-ESTORNO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM UNTIL WRK-NAO-HA-MAIS-ORDENADO
              RETURN PROVISAO-ORDENADA
                  AT END
                      MOVE 'S' TO WRK-FIM-ORDENADO
              END-RETURN
              IF NOT WRK-NAO-HA-MAIS-ORDENADO
                 IF ORD-TRANSPORTADORA NOT = WRK-TRANSP-ANTERIOR
                    IF WRK-FATURAS-TRANSP > ZEROS
                       PERFORM 0270-FECHAR-TRANSPORTADORA
                    END-IF
                    PERFORM 0260-ABRIR-TRANSPORTADORA
                 END-IF
                 PERFORM 0265-LISTAR-FATURA
              END-IF
           END-PERFORM.
           IF WRK-FATURAS-TRANSP > ZEROS
              PERFORM 0270-FECHAR-TRANSPORTADORA
           END-IF.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-PROVISIONADAS TO WRK-QTD-ED.
           MOVE WRK-VALOR-PROVISAO    TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL PROVISIONADO  FATURAS ' WRK-QTD-ED
                  '  VALOR ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           CLOSE GL-LANCAMENTOS.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'CLOSE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0260-ABRIR-TRANSPORTADORA.

           MOVE ORD-TRANSPORTADORA TO WRK-TRANSP-ANTERIOR.
           MOVE ZEROS TO WRK-FATURAS-TRANSP WRK-VALOR-TRANSP.
           MOVE SPACES TO WRK-NOME-TRANSP.
           IF NOT FS-TRPMA = '35'
              MOVE ORD-TRANSPORTADORA TO TRP-CODIGO
              READ CARRIER-MASTER
                  INVALID KEY
                      MOVE 'NAO CADASTRADA' TO WRK-NOME-TRANSP
              END-READ
              IF FS-TRPMA-OK
                 MOVE TRP-NOME TO WRK-NOME-TRANSP
              END-IF
           END-IF.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TRANSPORTADORA ' ORD-TRANSPORTADORA ' '
                  WRK-NOME-TRANSP
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FATURA CLIENTE UF  RODADA          PESO'
                  '      FRETE'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0265-LISTAR-FATURA.

           ADD 1         TO WRK-FATURAS-TRANSP WRK-QTD-PROVISIONADAS.
           ADD ORD-FRETE TO WRK-VALOR-TRANSP WRK-VALOR-PROVISAO.

           MOVE ORD-DATA-RODADA TO WRK-DATA-ED.
           MOVE ORD-PESO        TO WRK-PESO-ED.
           MOVE ORD-FRETE       TO WRK-FRETE-ED.
           MOVE SPACES TO REL-LINHA.
           STRING ORD-NUMERO ' ' ORD-CLIENTE '  ' ORD-UF '  '
                  WRK-DATA-ED ' ' WRK-PESO-ED ' ' WRK-FRETE-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Subtotal da transportadora e o par PRVFRT (despesa
      *          de frete contra fretes a pagar provisionados, na
      *          data da rodada) / ESTPFR (o inverso, no primeiro dia
      *          do periodo seguinte), com a transportadora no centro
      *          de custo
      *----------------------------------------------------------------*
       0270-FECHAR-TRANSPORTADORA.

           ADD 1 TO WRK-QTD-TRANSP.
           MOVE WRK-FATURAS-TRANSP TO WRK-QTD-ED.
           MOVE WRK-VALOR-TRANSP   TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SUBTOTAL ' WRK-TRANSP-ANTERIOR '  FATURAS '
                  WRK-QTD-ED '  PROVISAO ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-DATA-ATUAL      TO LAN-DATA.
           MOVE 'PRVFRT'            TO LAN-ORIGEM.
           MOVE WRK-TRANSP-ANTERIOR TO LAN-CENTRO-CUSTO.
           MOVE WRK-VALOR-TRANSP    TO LAN-VALOR.
           MOVE 'PROGCOB79'         TO LAN-PROGRAMA.
           WRITE GL-LANCAMENTO-REG.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-DATA-ESTORNO    TO LAN-DATA.
           MOVE 'ESTPFR'            TO LAN-ORIGEM.
           WRITE GL-LANCAMENTO-REG.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'PROVFRT.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE PROCESSING-CALENDAR PROVISAO-REPORT.
           IF NOT WRK-SEM-COBRANCA
              CLOSE CARRIER-BILLING
           END-IF.
           IF NOT FS-TRPMA = '35'
              CLOSE CARRIER-MASTER
           END-IF.
           CALL 'PROGCOBU1' USING 'PROVFRT.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-VALOR-PROVISAO TO WRK-VALOR-ED.
           DISPLAY '-------------------'.
           DISPLAY 'FATURAS DO PERIODO     ' WRK-QTD-FATURAS-PERIODO.
           DISPLAY 'JA COBRADAS            ' WRK-QTD-JA-COBRADAS.
           DISPLAY 'ESTORNADAS             ' WRK-QTD-ESTORNADAS.
           DISPLAY 'PROVISIONADAS          ' WRK-QTD-PROVISIONADAS.
           DISPLAY 'TRANSPORTADORAS        ' WRK-QTD-TRANSP.
           DISPLAY 'VALOR PROVISIONADO     ' WRK-VALOR-ED.
           DISPLAY 'ESTORNO AUTOMATICO EM  ' WRK-DATA-ESTORNO.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
