      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB81
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Auditoria da sequencia de numeracao das faturas do
      * periodo fiscal informado, para a fiscalizacao: todo
      * FAT-NUMERO deve estar emitido, estornado por nota de credito
      * ou inutilizado. Ordena por numero as faturas e os estornos
      * do FRETECOMP.DAT e as inutilizacoes do NUMINUT.DAT (PROGCOB80)
      * e lista em SEQFAT.REL, na ordem da numeracao:
      *   LACUNA      - numeros sem fatura nem inutilizacao, contados
      *                 a partir da ultima fatura dos periodos
      *                 anteriores;
      *   DUPLICADA   - numero com mais de uma fatura no extrato;
      *   ESTORNADA   - fatura com registro de estorno do PROGCOB37,
      *                 com a data da nota de credito;
      *   INUTILIZADA - numero inutilizado, com data, usuario e
      *                 motivo gravados na inutilizacao.
      * Ao final confere a quantidade e os totais de base e ICMS do
      * periodo com o livro do PROGCOB38 (ICMSTOT.DAT) e aponta a
      * divergencia. O periodo de cada registro e resolvido pela
      * data da rodada no calendario PROCCAL.DAT.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS Estorno parcial ('P') da nota de credito entra
      *                nos totais de estorno conferidos com o livro,
      *                sem marcar a fatura como estornada na
      *                sequencia.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB81.
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

           SELECT NUMEROS-INUTILIZADOS
               ASSIGN TO 'NUMINUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INU-NUMERO
               FILE STATUS IS FS-INUTI.

           SELECT PROCESSING-CALENDAR
               ASSIGN TO 'PROCCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS FS-PRCAL.

           SELECT LIVRO-TOTAL-EXTRACT
               ASSIGN TO 'ICMSTOT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LVTOT.

           SELECT SEQUENCIA-ORDENADA
               ASSIGN TO 'SEQFSORT.TMP'.

           SELECT SEQUENCIA-REPORT
               ASSIGN TO 'SEQFAT.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  FREIGHT-COMPUTED.
       COPY FATUREG.

       FD  NUMEROS-INUTILIZADOS.
       COPY INUTREG.

       FD  PROCESSING-CALENDAR.
       COPY PROCCAL.

       FD  LIVRO-TOTAL-EXTRACT.
       COPY LIVTOREG.

       SD  SEQUENCIA-ORDENADA.
       01  ORD-REG.
           03  ORD-NUMERO                 PIC 9(06).
           03  ORD-TIPO                   PIC X(01).
               88  ORD-ESTORNO                         VALUE 'E'.
               88  ORD-ESTORNO-PARCIAL                 VALUE 'P'.
               88  ORD-FATURA                          VALUE 'F'.
               88  ORD-INUTILIZACAO                    VALUE 'V'.
           03  ORD-PERIODO                PIC X(01).
               88  ORD-NO-PERIODO                      VALUE 'S'.
           03  ORD-DATA                   PIC 9(08).
           03  ORD-CLIENTE                PIC 9(05).
           03  ORD-VALOR                  PIC 9(08)V99.
           03  ORD-USUARIO                PIC X(20).
           03  ORD-MOTIVO                 PIC X(40).

       FD  SEQUENCIA-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FCOMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==INUTI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==LVTOT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ANO-FISCAL           PIC 9(04)     VALUE ZEROS.
       77  WRK-PERIODO-FISCAL       PIC 9(02)     VALUE ZEROS.
       77  WRK-DATA-INICIO-PERIODO  PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-FIM-PERIODO     PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-CALEND           PIC X(01)     VALUE 'N'.
           88  WRK-FIM-CALENDARIO                  VALUE 'S'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-FIM-ORDENADO         PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-ORDENADO            VALUE 'S'.

       77  WRK-ULTIMO-ANTERIOR      PIC 9(06)     VALUE ZEROS.
       77  WRK-PROXIMO-ESPERADO     PIC 9(06)     VALUE ZEROS.
       77  WRK-PRIMEIRO-NUMERO      PIC 9(06)     VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO        PIC 9(06)     VALUE ZEROS.
       77  WRK-LACUNA-FIM           PIC 9(06)     VALUE ZEROS.
       77  WRK-LACUNA-QTD           PIC 9(06)     VALUE ZEROS.

       01  WRK-GRUPO-NUMERO.
           03  WRK-GRP-NUMERO             PIC 9(06).
           03  WRK-GRP-FATURAS            PIC 9(03).
           03  WRK-GRP-FATURAS-PERIODO    PIC 9(03).
           03  WRK-GRP-ESTORNOS           PIC 9(03).
           03  WRK-GRP-ESTORNO-PERIODO    PIC X(01).
               88  WRK-GRP-ESTORNADA-NO-PERIODO        VALUE 'S'.
           03  WRK-GRP-DATA-ESTORNO       PIC 9(08).
           03  WRK-GRP-VALOR              PIC 9(08)V99.
           03  WRK-GRP-CLIENTE            PIC 9(05).
           03  WRK-GRP-INUTILIZADO        PIC X(01).
               88  WRK-GRP-TEM-INUTILIZACAO            VALUE 'S'.
           03  WRK-GRP-INUTIL-PERIODO     PIC X(01).
               88  WRK-GRP-INUTILIZADO-NO-PERIODO      VALUE 'S'.
           03  WRK-GRP-DATA-INUTIL        PIC 9(08).
           03  WRK-GRP-USUARIO            PIC X(20).
           03  WRK-GRP-MOTIVO             PIC X(40).

       77  WRK-QTD-FATURAS          PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-ESTORNOS         PIC 9(06)     VALUE ZEROS.
       77  WRK-BASE-FATURAS         PIC S9(12)V99 VALUE ZEROS.
       77  WRK-ICMS-FATURAS         PIC S9(12)V99 VALUE ZEROS.
       77  WRK-BASE-ESTORNOS        PIC S9(12)V99 VALUE ZEROS.
       77  WRK-ICMS-ESTORNOS        PIC S9(12)V99 VALUE ZEROS.
       77  WRK-BASE-LIQUIDA         PIC S9(12)V99 VALUE ZEROS.
       77  WRK-ICMS-LIQUIDO         PIC S9(12)V99 VALUE ZEROS.

       77  WRK-QTD-NUMEROS-LACUNA   PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-LACUNAS          PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-DUPLICADAS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-ESTORNADAS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-INUTILIZADAS     PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-OCORRENCIAS      PIC 9(06)     VALUE ZEROS.
       77  WRK-LIVRO-CONFERE        PIC X(01)     VALUE 'N'.
           88  WRK-LIVRO-CONFERIDO                 VALUE 'S'.

       77  WRK-QTD-ED               PIC ZZZ.ZZ9.
       77  WRK-VALOR-ED             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-ICMS-ED              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-FATURA-ED            PIC ZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0120-DELIMITAR-PERIODO.

           SORT SEQUENCIA-ORDENADA
               ON ASCENDING KEY ORD-NUMERO
                                ORD-TIPO
               INPUT PROCEDURE IS 0200-LIBERAR-REGISTROS
               OUTPUT PROCEDURE IS 0250-AUDITAR-SEQUENCIA.

           PERFORM 0270-CONFERIR-LIVRO THRU 0270-SAIDA.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           DISPLAY 'ANO FISCAL DA AUDITORIA (AAAA) : '.
           ACCEPT WRK-ANO-FISCAL.
           DISPLAY 'PERIODO FISCAL (MM) .......... : '.
           ACCEPT WRK-PERIODO-FISCAL.

           OPEN INPUT PROCESSING-CALENDAR.
           CALL 'PROGCOBU1' USING 'PROCCAL.DAT' 'OPEN' FS-PRCAL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT SEQUENCIA-REPORT.
           CALL 'PROGCOBU1' USING 'SEQFAT.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Primeiro e ultimo dia do periodo no calendario
      *          nacional (CAL-UF em brancos)
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
                          MOVE 'S' TO WRK-FIM-CALEND
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-DATA-INICIO-PERIODO = ZEROS
              DISPLAY 'PERIODO FISCAL ' WRK-ANO-FISCAL '/'
                      WRK-PERIODO-FISCAL ' FORA DO CALENDARIO '
                      'PROCCAL.DAT. AUDITORIA RECUSADA.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'AUDITORIA DA SEQUENCIA DE FATURAS - ANO '
                  WRK-ANO-FISCAL ' PERIODO ' WRK-PERIODO-FISCAL
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'RODADAS DE ' WRK-DATA-INICIO-PERIODO ' A '
                  WRK-DATA-FIM-PERIODO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Todas as faturas, estornos e inutilizacoes vao para
      *          a ordenacao, marcados dentro ou fora do periodo; os
      *          totais do periodo sao somados aqui
      *----------------------------------------------------------------*
       0200-LIBERAR-REGISTROS.

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
                 PERFORM 0210-LIBERAR-FATURA
              END-IF
           END-PERFORM.

           CLOSE FREIGHT-COMPUTED.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'CLOSE' FS-FCOMP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT NUMEROS-INUTILIZADOS.
           IF FS-INUTI = '35'
              DISPLAY 'NUMINUT.DAT AUSENTE: NENHUM NUMERO '
                      'INUTILIZADO.'
           ELSE
              CALL 'PROGCOBU1' USING 'NUMINUT.DAT' 'OPEN' FS-INUTI
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                 READ NUMEROS-INUTILIZADOS NEXT RECORD
                     AT END
                         MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-REGISTROS
                    PERFORM 0220-LIBERAR-INUTILIZACAO
                 END-IF
              END-PERFORM
              CLOSE NUMEROS-INUTILIZADOS
           END-IF.
      *----------------------------------------------------------------*
       0210-LIBERAR-FATURA.

           MOVE FAT-NUMERO      TO ORD-NUMERO.
           MOVE FAT-DATA-RODADA TO ORD-DATA.
           MOVE FAT-CLIENTE     TO ORD-CLIENTE.
           MOVE FAT-VALOR       TO ORD-VALOR.
           MOVE SPACES          TO ORD-USUARIO ORD-MOTIVO.
           IF FAT-DATA-RODADA NOT < WRK-DATA-INICIO-PERIODO
              AND FAT-DATA-RODADA NOT > WRK-DATA-FIM-PERIODO
              MOVE 'S' TO ORD-PERIODO
           ELSE
              MOVE 'N' TO ORD-PERIODO
           END-IF.

           IF FAT-REG-CREDITO
              MOVE FAT-TIPO-REG TO ORD-TIPO
              IF ORD-NO-PERIODO
                 ADD 1              TO WRK-QTD-ESTORNOS
                 ADD FAT-ICMS-BASE  TO WRK-BASE-ESTORNOS
                 ADD FAT-ICMS-VALOR TO WRK-ICMS-ESTORNOS
              END-IF
           ELSE
              MOVE 'F' TO ORD-TIPO
              IF ORD-NO-PERIODO
                 ADD 1              TO WRK-QTD-FATURAS
                 ADD FAT-ICMS-BASE  TO WRK-BASE-FATURAS
                 ADD FAT-ICMS-VALOR TO WRK-ICMS-FATURAS
              ELSE
                 IF FAT-DATA-RODADA < WRK-DATA-INICIO-PERIODO
                    AND FAT-NUMERO > WRK-ULTIMO-ANTERIOR
                    MOVE FAT-NUMERO TO WRK-ULTIMO-ANTERIOR
                 END-IF
              END-IF
           END-IF.

           RELEASE ORD-REG.
      *----------------------------------------------------------------*
       0220-LIBERAR-INUTILIZACAO.

           MOVE INU-NUMERO  TO ORD-NUMERO.
           MOVE 'V'         TO ORD-TIPO.
           MOVE INU-DATA    TO ORD-DATA.
           MOVE ZEROS       TO ORD-CLIENTE ORD-VALOR.
           MOVE INU-USUARIO TO ORD-USUARIO.
           MOVE INU-MOTIVO  TO ORD-MOTIVO.
           IF INU-DATA NOT < WRK-DATA-INICIO-PERIODO
              AND INU-DATA NOT > WRK-DATA-FIM-PERIODO
              MOVE 'S' TO ORD-PERIODO
           ELSE
              MOVE 'N' TO ORD-PERIODO
           END-IF.
           RELEASE ORD-REG.
      *----------------------------------------------------------------*
      *          Um grupo por numero; na quebra o numero e avaliado
      *----------------------------------------------------------------*
       0250-AUDITAR-SEQUENCIA.

           IF WRK-ULTIMO-ANTERIOR > ZEROS
              COMPUTE WRK-PROXIMO-ESPERADO = WRK-ULTIMO-ANTERIOR + 1
           END-IF.

           MOVE ZEROS TO WRK-GRP-NUMERO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-ORDENADO
              RETURN SEQUENCIA-ORDENADA
                  AT END
                      MOVE 'S' TO WRK-FIM-ORDENADO
              END-RETURN
              IF NOT WRK-NAO-HA-MAIS-ORDENADO
                 IF ORD-NUMERO NOT = WRK-GRP-NUMERO
                    IF WRK-GRP-NUMERO NOT = ZEROS
                       PERFORM 0260-AVALIAR-NUMERO
                    END-IF
                    PERFORM 0255-INICIAR-GRUPO
                 END-IF
                 PERFORM 0258-ACUMULAR-GRUPO
              END-IF
           END-PERFORM.
           IF WRK-GRP-NUMERO NOT = ZEROS
              PERFORM 0260-AVALIAR-NUMERO
           END-IF.
      *----------------------------------------------------------------*
       0255-INICIAR-GRUPO.

           INITIALIZE WRK-GRUPO-NUMERO.
           MOVE ORD-NUMERO TO WRK-GRP-NUMERO.
           MOVE 'N'        TO WRK-GRP-ESTORNO-PERIODO
                              WRK-GRP-INUTILIZADO
                              WRK-GRP-INUTIL-PERIODO.
      *----------------------------------------------------------------*
       0258-ACUMULAR-GRUPO.

           EVALUATE TRUE
              WHEN ORD-FATURA
                 ADD 1 TO WRK-GRP-FATURAS
                 IF ORD-NO-PERIODO
                    ADD 1 TO WRK-GRP-FATURAS-PERIODO
                 END-IF
                 MOVE ORD-VALOR   TO WRK-GRP-VALOR
                 MOVE ORD-CLIENTE TO WRK-GRP-CLIENTE
              WHEN ORD-ESTORNO
                 ADD 1 TO WRK-GRP-ESTORNOS
                 IF ORD-NO-PERIODO
                    MOVE 'S' TO WRK-GRP-ESTORNO-PERIODO
                 END-IF
                 MOVE ORD-DATA TO WRK-GRP-DATA-ESTORNO
              WHEN ORD-ESTORNO-PARCIAL
                 CONTINUE
              WHEN OTHER
                 MOVE 'S'         TO WRK-GRP-INUTILIZADO
                 IF ORD-NO-PERIODO
                    MOVE 'S' TO WRK-GRP-INUTIL-PERIODO
                 END-IF
                 MOVE ORD-DATA    TO WRK-GRP-DATA-INUTIL
                 MOVE ORD-USUARIO TO WRK-GRP-USUARIO
                 MOVE ORD-MOTIVO  TO WRK-GRP-MOTIVO
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Numero da numeracao do periodo: fatura emitida no
      *          periodo ou inutilizacao ate o fim do periodo acima
      *          da ultima fatura dos periodos anteriores
      *----------------------------------------------------------------*
       0260-AVALIAR-NUMERO.

           IF WRK-GRP-FATURAS-PERIODO > ZEROS
              OR (WRK-GRP-TEM-INUTILIZACAO
                  AND WRK-GRP-DATA-INUTIL NOT > WRK-DATA-FIM-PERIODO
                  AND WRK-GRP-NUMERO > WRK-ULTIMO-ANTERIOR)
              PERFORM 0262-VERIFICAR-LACUNA
           END-IF.

           IF WRK-GRP-FATURAS > 1
              AND WRK-GRP-FATURAS-PERIODO > ZEROS
              ADD 1 TO WRK-QTD-DUPLICADAS
              MOVE WRK-GRP-FATURAS TO WRK-QTD-ED
              MOVE SPACES TO REL-LINHA
              STRING 'DUPLICADA   ' WRK-GRP-NUMERO ' ' WRK-QTD-ED
                     ' FATURAS COM O MESMO NUMERO NO FRETECOMP.DAT'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.

           IF WRK-GRP-ESTORNOS > ZEROS
              AND (WRK-GRP-FATURAS-PERIODO > ZEROS
                   OR WRK-GRP-ESTORNADA-NO-PERIODO)
              PERFORM 0264-LISTAR-ESTORNO
           END-IF.

           IF WRK-GRP-TEM-INUTILIZACAO
              AND (WRK-GRP-INUTILIZADO-NO-PERIODO
                   OR WRK-GRP-FATURAS-PERIODO > ZEROS)
              PERFORM 0266-LISTAR-INUTILIZACAO
           END-IF.
      *----------------------------------------------------------------*
       0262-VERIFICAR-LACUNA.

           IF WRK-PROXIMO-ESPERADO > ZEROS
              AND WRK-GRP-NUMERO > WRK-PROXIMO-ESPERADO
              COMPUTE WRK-LACUNA-FIM = WRK-GRP-NUMERO - 1
              COMPUTE WRK-LACUNA-QTD =
                      WRK-GRP-NUMERO - WRK-PROXIMO-ESPERADO
              ADD 1              TO WRK-QTD-LACUNAS
              ADD WRK-LACUNA-QTD TO WRK-QTD-NUMEROS-LACUNA
              MOVE WRK-LACUNA-QTD TO WRK-QTD-ED
              MOVE SPACES TO REL-LINHA
              STRING 'LACUNA      ' WRK-PROXIMO-ESPERADO ' A '
                     WRK-LACUNA-FIM ' (' WRK-QTD-ED ' NUMEROS SEM '
                     'FATURA NEM INUTILIZACAO)'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.

           IF WRK-PRIMEIRO-NUMERO = ZEROS
              MOVE WRK-GRP-NUMERO TO WRK-PRIMEIRO-NUMERO
           END-IF.
           MOVE WRK-GRP-NUMERO TO WRK-ULTIMO-NUMERO.
           COMPUTE WRK-PROXIMO-ESPERADO = WRK-GRP-NUMERO + 1.
      *----------------------------------------------------------------*
       0264-LISTAR-ESTORNO.

           ADD 1 TO WRK-QTD-ESTORNADAS.
           MOVE WRK-GRP-VALOR TO WRK-FATURA-ED.
           MOVE SPACES TO REL-LINHA.
           EVALUATE TRUE
              WHEN WRK-GRP-FATURAS = ZEROS
                 STRING 'ESTORNADA   ' WRK-GRP-NUMERO
                        ' NOTA DE CREDITO ' WRK-GRP-DATA-ESTORNO
                        ' SEM FATURA ORIGINAL NO EXTRATO'
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
              WHEN WRK-GRP-FATURAS-PERIODO = ZEROS
                 STRING 'ESTORNADA   ' WRK-GRP-NUMERO
                        ' NOTA DE CREDITO ' WRK-GRP-DATA-ESTORNO
                        ' SOBRE FATURA DE OUTRO PERIODO'
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
              WHEN OTHER
                 STRING 'ESTORNADA   ' WRK-GRP-NUMERO
                        ' NOTA DE CREDITO ' WRK-GRP-DATA-ESTORNO
                        ' CLIENTE ' WRK-GRP-CLIENTE
                        ' VALOR ' WRK-FATURA-ED
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
           END-EVALUATE.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-GRP-ESTORNOS > 1
              MOVE WRK-GRP-ESTORNOS TO WRK-QTD-ED
              MOVE SPACES TO REL-LINHA
              STRING '            ' WRK-GRP-NUMERO ' ' WRK-QTD-ED
                     ' ESTORNOS PARA A MESMA FATURA'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
       0266-LISTAR-INUTILIZACAO.

           ADD 1 TO WRK-QTD-INUTILIZADAS.
           MOVE SPACES TO REL-LINHA.
           STRING 'INUTILIZADA ' WRK-GRP-NUMERO ' '
                  WRK-GRP-DATA-INUTIL ' ' WRK-GRP-USUARIO(1:10) ' '
                  WRK-GRP-MOTIVO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-GRP-FATURAS > ZEROS
              MOVE SPACES TO REL-LINHA
              STRING '            ' WRK-GRP-NUMERO
                     ' INUTILIZADO E TAMBEM FATURADO NO FRETECOMP.DAT'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          Totais do periodo contra o livro de ICMS do
      *          PROGCOB38 (ICMSTOT.DAT) do mesmo periodo
      *----------------------------------------------------------------*
       0270-CONFERIR-LIVRO.

           COMPUTE WRK-BASE-LIQUIDA =
                   WRK-BASE-FATURAS - WRK-BASE-ESTORNOS.
           COMPUTE WRK-ICMS-LIQUIDO =
                   WRK-ICMS-FATURAS - WRK-ICMS-ESTORNOS.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'NUMERACAO DO PERIODO ' WRK-PRIMEIRO-NUMERO ' A '
                  WRK-ULTIMO-NUMERO '  ULTIMA ANTERIOR '
                  WRK-ULTIMO-ANTERIOR
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-LACUNAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LACUNAS ............ ' WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           MOVE WRK-QTD-NUMEROS-LACUNA TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO REL-LINHA(30:7).
           MOVE 'NUMEROS' TO REL-LINHA(38:7).
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-DUPLICADAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DUPLICADAS ......... ' WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-ESTORNADAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ESTORNADAS ......... ' WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-INUTILIZADAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'INUTILIZADAS ....... ' WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'CONFERENCIA COM O LIVRO DE ICMS    QTDE'
             TO REL-LINHA.
           MOVE 'BASE TRIBUTAVEL' TO REL-LINHA(44:15).
           MOVE 'ICMS'            TO REL-LINHA(74:4).
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-FATURAS  TO WRK-QTD-ED.
           MOVE WRK-BASE-FATURAS TO WRK-VALOR-ED.
           MOVE WRK-ICMS-FATURAS TO WRK-ICMS-ED.
           MOVE 'FATURAS EMITIDAS' TO REL-LINHA.
           PERFORM 0275-GRAVAR-LINHA-TOTAL.
           MOVE WRK-QTD-ESTORNOS  TO WRK-QTD-ED.
           MOVE WRK-BASE-ESTORNOS TO WRK-VALOR-ED.
           MOVE WRK-ICMS-ESTORNOS TO WRK-ICMS-ED.
           MOVE 'ESTORNOS (NOTAS DE CREDITO)' TO REL-LINHA.
           PERFORM 0275-GRAVAR-LINHA-TOTAL.
           MOVE ZEROS             TO WRK-QTD-ED.
           MOVE WRK-BASE-LIQUIDA  TO WRK-VALOR-ED.
           MOVE WRK-ICMS-LIQUIDO  TO WRK-ICMS-ED.
           MOVE 'LIQUIDO DA AUDITORIA' TO REL-LINHA.
           PERFORM 0275-GRAVAR-LINHA-TOTAL.

           OPEN INPUT LIVRO-TOTAL-EXTRACT.
           IF FS-LVTOT = '35'
              MOVE SPACES TO REL-LINHA
              STRING 'ICMSTOT.DAT AUSENTE: LIVRO DE ICMS DO PERIODO '
                     'NAO EMITIDO (PROGCOB38).'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              GO TO 0270-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'ICMSTOT.DAT' 'OPEN' FS-LVTOT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           READ LIVRO-TOTAL-EXTRACT
               AT END
                   MOVE ZEROS TO LVT-ANO-FISCAL LVT-PERIODO-FISCAL
           END-READ.
           CLOSE LIVRO-TOTAL-EXTRACT.

           IF LVT-ANO-FISCAL NOT = WRK-ANO-FISCAL
              OR LVT-PERIODO-FISCAL NOT = WRK-PERIODO-FISCAL
              MOVE SPACES TO REL-LINHA
              STRING 'ICMSTOT.DAT E DO PERIODO ' LVT-ANO-FISCAL '/'
                     LVT-PERIODO-FISCAL ': EMITA O LIVRO DE ICMS '
                     'DO PERIODO (PROGCOB38).'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              GO TO 0270-SAIDA
           END-IF.

           MOVE LVT-QTD-FATURAS TO WRK-QTD-ED.
           MOVE LVT-TOTAL-BASE  TO WRK-VALOR-ED.
           MOVE LVT-TOTAL-ICMS  TO WRK-ICMS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIVRO DE ICMS DE ' LVT-DATA-EMISSAO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0275-GRAVAR-LINHA-TOTAL.

           IF LVT-QTD-FATURAS  = WRK-QTD-FATURAS
              AND LVT-QTD-ESTORNOS = WRK-QTD-ESTORNOS
              AND LVT-TOTAL-BASE   = WRK-BASE-LIQUIDA
              AND LVT-TOTAL-ICMS   = WRK-ICMS-LIQUIDO
              MOVE 'S' TO WRK-LIVRO-CONFERE
              MOVE 'LIVRO DE ICMS CONFERE COM A NUMERACAO DO PERIODO.'
                TO REL-LINHA
           ELSE
              MOVE SPACES TO REL-LINHA
              STRING 'LIVRO DE ICMS DIVERGENTE DA NUMERACAO: '
                     'ESTORNOS NO LIVRO ' LVT-QTD-ESTORNOS
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.

       0270-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0275-GRAVAR-LINHA-TOTAL.

           MOVE WRK-QTD-ED   TO REL-LINHA(33:7).
           MOVE WRK-VALOR-ED TO REL-LINHA(41:18).
           MOVE WRK-ICMS-ED  TO REL-LINHA(60:18).
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'SEQFAT.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE PROCESSING-CALENDAR SEQUENCIA-REPORT.
           CALL 'PROGCOBU1' USING 'SEQFAT.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           COMPUTE WRK-QTD-OCORRENCIAS = WRK-QTD-LACUNAS
                   + WRK-QTD-DUPLICADAS.
           DISPLAY '-------------------'.
           DISPLAY 'FATURAS NO PERIODO     ' WRK-QTD-FATURAS.
           DISPLAY 'ESTORNOS NO PERIODO    ' WRK-QTD-ESTORNOS.
           DISPLAY 'LACUNAS                ' WRK-QTD-LACUNAS.
           DISPLAY 'DUPLICADAS             ' WRK-QTD-DUPLICADAS.
           DISPLAY 'INUTILIZADAS           ' WRK-QTD-INUTILIZADAS.
           IF WRK-LIVRO-CONFERIDO
              DISPLAY 'LIVRO DE ICMS CONFERE'
           ELSE
              DISPLAY 'LIVRO DE ICMS NAO CONFERIDO'
           END-IF.
           IF WRK-QTD-OCORRENCIAS > ZEROS
              OR NOT WRK-LIVRO-CONFERIDO
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
