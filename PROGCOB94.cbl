      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB94
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Diferencas retroativas de dissidio coletivo.
      * Modo C (calculo): o RH informa a data de vigencia do acordo,
      * a ultima competencia ja paga com o salario antigo, o
      * percentual unico ou ate cinco faixas de reajuste (teto do
      * bruto do mes e percentual) e os departamentos abrangidos
      * (nenhum = todos). Para cada competencia do SALARY-HISTORY
      * entre a vigencia e a ultima competencia, o bruto pago recebe
      * o reajuste e o INSS e o IRRF sao recalculados com as faixas
      * vigentes naquele mes (TABINSS/TABIRRF), gravando a diferenca
      * bruta e as diferencas de INSS e IRRF no DISSIDIO.DAT
      * (situacao C). Um novo calculo substitui o anterior ainda nao
      * liberado. O relatorio DISSIDIO.REL detalha empregado e mes
      * para o visto do RH.
      * Modo L (liberacao): o RH, com a acao LIBDISSID, libera as
      * diferencas calculadas (situacao L); a proxima folha do
      * PROGCOB04 paga as liberadas e as marca como pagas.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB94.
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

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS FS-EMPLO.

           SELECT TABELA-INSS-FILE
               ASSIGN TO 'TABINSS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS FS-TBINS.

           SELECT TABELA-IRRF-FILE
               ASSIGN TO 'TABIRRF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRF-CHAVE
               FILE STATUS IS FS-TBIRF.

           SELECT DISSIDIO-FILE
               ASSIGN TO 'DISSIDIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS FS-DISSI.

           SELECT DISSIDIO-REPORT
               ASSIGN TO 'DISSIDIO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  SALARY-HISTORY.
       COPY HISTSAL.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREREG.

       FD  TABELA-INSS-FILE.
       COPY TABINREG.

       FD  TABELA-IRRF-FILE.
       COPY TABIRREG.

       FD  DISSIDIO-FILE.
       COPY DISSIREG.

       FD  DISSIDIO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SALHS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMPLO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TBINS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TBIRF==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DISSI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-MODO                 PIC X(01)     VALUE 'C'.
           88  WRK-MODO-CALCULO                    VALUE 'C'.
           88  WRK-MODO-LIBERACAO                  VALUE 'L'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-DEPTO-ABRANGIDO      PIC X(01)     VALUE 'N'.
           88  WRK-DEPTO-NO-ACORDO                 VALUE 'S'.

       01  WRK-DATA-VIGENCIA.
           03  WRK-VIG-COMPETENCIA   PIC 9(06).
           03  WRK-VIG-DIA           PIC 9(02).
       01  WRK-DATA-VIGENCIA-NUM REDEFINES WRK-DATA-VIGENCIA
                                     PIC 9(08).
       01  WRK-COMPETENCIA-FINAL.
           03  WRK-FIN-ANO           PIC 9(04).
           03  WRK-FIN-MES           PIC 9(02).
       01  WRK-COMPETENCIA-FINAL-NUM REDEFINES WRK-COMPETENCIA-FINAL
                                     PIC 9(06).
       01  WRK-DATA-MOVTO.
           03  WRK-MOV-COMPETENCIA   PIC 9(06).
           03  WRK-MOV-DIA           PIC 9(02).
       01  WRK-DATA-MOVTO-NUM REDEFINES WRK-DATA-MOVTO
                                     PIC 9(08).

       77  WRK-PCT-UNICO            PIC 9(03)V99  VALUE ZEROS.
       77  WRK-PCT-APLICADO         PIC 9(03)V99  VALUE ZEROS.
       77  WRK-MAX-FAIXAS-ACORDO    PIC 9(02)     VALUE 5.
       77  WRK-QTD-FAIXAS-ACORDO    PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-ACORDO           PIC 9(02)  COMP  VALUE ZEROS.
       01  WRK-FAIXAS-ACORDO.
           03  WRK-FX-ACORDO OCCURS 5 TIMES.
               05  WRK-ACO-LIMITE     PIC 9(08)V99.
               05  WRK-ACO-PERCENTUAL PIC 9(03)V99.
       77  WRK-LIMITE-INFORMADO     PIC 9(08)V99  VALUE ZEROS.
       77  WRK-PCT-INFORMADO        PIC 9(03)V99  VALUE ZEROS.

       77  WRK-MAX-DEPTOS           PIC 9(02)     VALUE 10.
       77  WRK-QTD-DEPTOS           PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-DEPTO            PIC 9(02)  COMP  VALUE ZEROS.
       01  WRK-TABELA-DEPTOS.
           03  WRK-DEPTO-ACORDO OCCURS 10 TIMES
                                     PIC X(10).
       77  WRK-DEPTO-INFORMADO      PIC X(10)     VALUE SPACES.

       77  WRK-FIM-TABELA           PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-TABELA              VALUE 'S'.
       77  WRK-TABELAS-OK           PIC X(01)     VALUE 'N'.
           88  WRK-TABELAS-VIGENTES                VALUE 'S'.
       77  WRK-DATA-TABELA          PIC 9(08)     VALUE ZEROS.
       77  WRK-CMP-TABELA           PIC 9(06)     VALUE ZEROS.
       77  WRK-VIG-INSS             PIC 9(08)     VALUE ZEROS.
       77  WRK-VIG-IRRF             PIC 9(08)     VALUE ZEROS.
       77  WRK-PCT-INSS             PIC 9(01)V999 VALUE 0,110.
       77  WRK-PCT-IRRF             PIC 9(01)V999 VALUE 0,075.
       77  WRK-MAX-FAIXAS           PIC 9(02)     VALUE 10.
       77  WRK-QTD-FAIXAS-INSS      PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-QTD-FAIXAS-IRRF      PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-FAIXA            PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-FAIXA-ACHADA         PIC X(01)     VALUE 'N'.
           88  WRK-FAIXA-NA-TABELA                 VALUE 'S'.
       01  WRK-FAIXAS-INSS.
           03  WRK-FX-INSS OCCURS 10 TIMES.
               05  WRK-INS-LIMITE     PIC 9(06)V99.
               05  WRK-INS-ALIQUOTA   PIC 9(02)V99.
       01  WRK-FAIXAS-IRRF.
           03  WRK-FX-IRRF OCCURS 10 TIMES.
               05  WRK-IRF-LIMITE     PIC 9(06)V99.
               05  WRK-IRF-ALIQUOTA   PIC 9(02)V99.
               05  WRK-IRF-PARCELA    PIC 9(06)V99.
       77  WRK-DED-DEPENDENTE       PIC 9(04)V99  VALUE ZEROS.
       77  WRK-BASE-TRIBUTAVEL      PIC 9(08)V99  VALUE ZEROS.
       77  WRK-BASE-IRRF            PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VL-INSS              PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VL-IRRF              PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VL-IRRF-CALC         PIC S9(06)V99 VALUE ZEROS.

       77  WRK-DIFERENCA            PIC 9(08)V99  VALUE ZEROS.
       77  WRK-DIF-INSS             PIC S9(06)V99 VALUE ZEROS.
       77  WRK-DIF-IRRF             PIC S9(06)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-DIF          PIC S9(08)V99 VALUE ZEROS.

       77  WRK-QTD-MESES            PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-JA-LIBERADOS     PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-FORA-CADASTRO    PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-INATIVOS         PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-DESCARTADOS      PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-LISTADOS         PIC 9(05)     VALUE ZEROS.
       77  WRK-MATRICULA-ANTERIOR   PIC 9(06)     VALUE ZEROS.
       77  WRK-SUB-DIFERENCA        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SUB-INSS             PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SUB-IRRF             PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-DIFERENCA      PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-INSS           PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-IRRF           PIC 9(09)V99  VALUE ZEROS.

       77  WRK-BRUTO-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-PCT-ED               PIC ZZ9,99.
       77  WRK-DIFERENCA-ED         PIC Z.ZZZ.ZZ9,99.
       77  WRK-INSS-ED              PIC ZZ.ZZ9,99.
       77  WRK-IRRF-ED              PIC ZZ.ZZ9,99.
       77  WRK-LIMITE-ED            PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-ED               PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-MODO-CALCULO
              PERFORM 0150-DESCARTAR-CALCULO
              PERFORM 0200-CALCULAR-DIFERENCAS
              PERFORM 0400-LISTAR-DIFERENCAS
           ELSE
              PERFORM 0400-LISTAR-DIFERENCAS
           END-IF.
           PERFORM 0700-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *                   Inicializar os Dados
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           DISPLAY 'MODO (C=CALCULO / L=LIBERACAO) ..... : '.
           ACCEPT WRK-MODO.
           IF NOT WRK-MODO-CALCULO AND NOT WRK-MODO-LIBERACAO
              DISPLAY 'MODO INVALIDO: ' WRK-MODO
                      '. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WRK-MODO-CALCULO
              CALL 'PROGCOBU3' USING 'DISSIDIO  ' WRK-ACESSO-RODADA
           ELSE
              CALL 'PROGCOBU3' USING 'LIBDISSID ' WRK-ACESSO-RODADA
           END-IF.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'DISSIDIO RETROATIVO NAO AUTORIZADO NESTE '
                      'MODO. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WRK-MODO-CALCULO
              PERFORM 0110-RECEBER-PARAMETROS
           END-IF.

           OPEN I-O DISSIDIO-FILE.
           IF FS-DISSI = '35'
              OPEN OUTPUT DISSIDIO-FILE
              CLOSE DISSIDIO-FILE
              OPEN I-O DISSIDIO-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'DISSIDIO.DAT' 'OPEN' FS-DISSI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT DISSIDIO-REPORT.
           CALL 'PROGCOBU1' USING 'DISSIDIO.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           IF WRK-MODO-CALCULO
              STRING 'DIFERENCAS RETROATIVAS DE DISSIDIO - CALCULO '
                     'DE ' WRK-DATA-ATUAL
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           ELSE
              STRING 'DIFERENCAS RETROATIVAS DE DISSIDIO - '
                     'LIBERACAO DE ' WRK-DATA-ATUAL
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-MODO-CALCULO
              PERFORM 0120-IMPRIMIR-PARAMETROS
           END-IF.
      *----------------------------------------------------------------*
      *          Parametros do acordo: vigencia, ultima competencia
      *          paga sem o reajuste, percentual ou faixas e os
      *          departamentos abrangidos
      *----------------------------------------------------------------*
       0110-RECEBER-PARAMETROS.

           DISPLAY 'VIGENCIA DO ACORDO (AAAAMMDD) ...... : '.
           ACCEPT WRK-DATA-VIGENCIA.
           IF WRK-DATA-VIGENCIA-NUM NOT NUMERIC
              OR WRK-DATA-VIGENCIA-NUM = ZEROS
              OR WRK-DATA-VIGENCIA-NUM > WRK-DATA-ATUAL
              DISPLAY 'VIGENCIA INVALIDA.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'ULTIMA COMPETENCIA PAGA SEM O REAJUSTE '
                   '(AAAAMM) : '.
           ACCEPT WRK-COMPETENCIA-FINAL.
           IF WRK-COMPETENCIA-FINAL-NUM NOT NUMERIC
              OR WRK-FIN-MES = ZEROS
              OR WRK-FIN-MES > 12
              OR WRK-COMPETENCIA-FINAL-NUM < WRK-VIG-COMPETENCIA
              DISPLAY 'COMPETENCIA FINAL INVALIDA.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'PERCENTUAL UNICO (999,99 - ZEROS = POR FAIXA) : '.
           ACCEPT WRK-PCT-UNICO.
           IF WRK-PCT-UNICO NOT NUMERIC
              DISPLAY 'PERCENTUAL INVALIDO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WRK-PCT-UNICO = ZEROS
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                 COMPUTE WRK-IDX-ACORDO = WRK-QTD-FAIXAS-ACORDO + 1
                 MOVE WRK-IDX-ACORDO TO WRK-QTD-ED
                 DISPLAY 'FAIXA ' WRK-QTD-ED
                         ' - TETO DO BRUTO (ZEROS = ULTIMA FAIXA, '
                         'ABERTA) : '
                 ACCEPT WRK-LIMITE-INFORMADO
                 DISPLAY '          PERCENTUAL DA FAIXA (999,99) : '
                 ACCEPT WRK-PCT-INFORMADO
                 IF WRK-LIMITE-INFORMADO NOT NUMERIC
                    OR WRK-PCT-INFORMADO NOT NUMERIC
                    OR WRK-PCT-INFORMADO = ZEROS
                    DISPLAY 'FAIXA INVALIDA.'
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WRK-QTD-FAIXAS-ACORDO
                 MOVE WRK-LIMITE-INFORMADO
                   TO WRK-ACO-LIMITE(WRK-QTD-FAIXAS-ACORDO)
                 MOVE WRK-PCT-INFORMADO
                   TO WRK-ACO-PERCENTUAL(WRK-QTD-FAIXAS-ACORDO)
                 IF WRK-LIMITE-INFORMADO = ZEROS
                    OR WRK-QTD-FAIXAS-ACORDO >= WRK-MAX-FAIXAS-ACORDO
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-PERFORM
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              DISPLAY 'DEPARTAMENTO ABRANGIDO (BRANCOS = FIM; '
                      'NENHUM = TODOS) : '
              MOVE SPACES TO WRK-DEPTO-INFORMADO
              ACCEPT WRK-DEPTO-INFORMADO
              IF WRK-DEPTO-INFORMADO = SPACES
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              ELSE
                 ADD 1 TO WRK-QTD-DEPTOS
                 MOVE WRK-DEPTO-INFORMADO
                   TO WRK-DEPTO-ACORDO(WRK-QTD-DEPTOS)
                 IF WRK-QTD-DEPTOS >= WRK-MAX-DEPTOS
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Parametros no cabecalho do relatorio, para o visto
      *----------------------------------------------------------------*
       0120-IMPRIMIR-PARAMETROS.

           MOVE SPACES TO REL-LINHA.
           STRING 'VIGENCIA ' WRK-DATA-VIGENCIA-NUM
                  '  COMPETENCIAS ' WRK-VIG-COMPETENCIA
                  ' A ' WRK-COMPETENCIA-FINAL-NUM
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-PCT-UNICO > ZEROS
              MOVE WRK-PCT-UNICO TO WRK-PCT-ED
              MOVE SPACES TO REL-LINHA
              STRING 'REAJUSTE UNICO DE ' WRK-PCT-ED '%'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              PERFORM VARYING WRK-IDX-ACORDO FROM 1 BY 1
                      UNTIL WRK-IDX-ACORDO > WRK-QTD-FAIXAS-ACORDO
                 MOVE WRK-ACO-LIMITE(WRK-IDX-ACORDO) TO WRK-LIMITE-ED
                 MOVE WRK-ACO-PERCENTUAL(WRK-IDX-ACORDO)
                   TO WRK-PCT-ED
                 MOVE WRK-IDX-ACORDO TO WRK-QTD-ED
                 MOVE SPACES TO REL-LINHA
                 IF WRK-ACO-LIMITE(WRK-IDX-ACORDO) = ZEROS
                    OR WRK-IDX-ACORDO = WRK-QTD-FAIXAS-ACORDO
                    STRING 'FAIXA ' WRK-QTD-ED
                           ' BRUTO ACIMA DA FAIXA ANTERIOR '
                           WRK-PCT-ED '%'
                           DELIMITED BY SIZE INTO REL-LINHA
                    END-STRING
                 ELSE
                    STRING 'FAIXA ' WRK-QTD-ED
                           ' BRUTO ATE ' WRK-LIMITE-ED ' '
                           WRK-PCT-ED '%'
                           DELIMITED BY SIZE INTO REL-LINHA
                    END-STRING
                 END-IF
                 PERFORM 0800-GRAVAR-LINHA
              END-PERFORM
           END-IF.

           MOVE SPACES TO REL-LINHA.
           IF WRK-QTD-DEPTOS = ZEROS
              MOVE 'DEPARTAMENTOS: TODOS' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              MOVE 'DEPARTAMENTOS:' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                      UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
                 MOVE SPACES TO REL-LINHA
                 STRING '  ' WRK-DEPTO-ACORDO(WRK-IDX-DEPTO)
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
                 PERFORM 0800-GRAVAR-LINHA
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
      *          Um novo calculo substitui o anterior ainda nao
      *          liberado: as diferencas em situacao C sao excluidas
      *----------------------------------------------------------------*
       0150-DESCARTAR-CALCULO.

           MOVE LOW-VALUES TO DIS-CHAVE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           START DISSIDIO-FILE
               KEY IS NOT LESS THAN DIS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ DISSIDIO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND DIS-CALCULADA
                 DELETE DISSIDIO-FILE RECORD
                 CALL 'PROGCOBU1' USING 'DISSIDIO.DAT' 'DELETE'
                      FS-DISSI WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QTD-DESCARTADOS
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Percorrer o SALARY-HISTORY: cada rodada de folha
      *          dentro das competencias do acordo, de empregado
      *          ativo em departamento abrangido, recebe o reajuste
      *----------------------------------------------------------------*
       0200-CALCULAR-DIFERENCAS.

           OPEN INPUT SALARY-HISTORY.
           IF FS-SALHS = '35'
              DISPLAY 'SALHIST.DAT AUSENTE: NENHUMA COMPETENCIA A '
                      'RECALCULAR.'
              GO TO 0200-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'SALHIST.DAT' 'OPEN' FS-SALHS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'OPEN' FS-EMPLO
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
                 MOVE HST-DATA TO WRK-DATA-MOVTO-NUM
                 IF WRK-MOV-COMPETENCIA NOT < WRK-VIG-COMPETENCIA
                    AND WRK-MOV-COMPETENCIA
                        NOT > WRK-COMPETENCIA-FINAL-NUM
                    AND HST-BRUTO > ZEROS
                    PERFORM 0210-AVALIAR-HISTORICO THRU 0210-SAIDA
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE SALARY-HISTORY EMPLOYEE-MASTER-FILE.

       0200-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0210-AVALIAR-HISTORICO.

           MOVE HST-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-FORA-CADASTRO
                   GO TO 0210-SAIDA
           END-READ.
           IF EMP-INATIVO
              ADD 1 TO WRK-QTD-INATIVOS
              GO TO 0210-SAIDA
           END-IF.

           MOVE 'N' TO WRK-DEPTO-ABRANGIDO.
           IF WRK-QTD-DEPTOS = ZEROS
              MOVE 'S' TO WRK-DEPTO-ABRANGIDO
           END-IF.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
                      OR WRK-DEPTO-NO-ACORDO
              IF EMP-DEPARTAMENTO = WRK-DEPTO-ACORDO(WRK-IDX-DEPTO)
                 MOVE 'S' TO WRK-DEPTO-ABRANGIDO
              END-IF
           END-PERFORM.
           IF NOT WRK-DEPTO-NO-ACORDO
              GO TO 0210-SAIDA
           END-IF.

           PERFORM 0220-CALCULAR-DIFERENCA-MES.
           IF WRK-DIFERENCA = ZEROS
              GO TO 0210-SAIDA
           END-IF.
           PERFORM 0230-GRAVAR-DIFERENCA THRU 0230-SAIDA.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Diferenca do mes: percentual (unico ou da faixa do
      *          bruto pago) sobre o bruto; INSS e IRRF recalculados
      *          sobre o bruto reajustado com as faixas vigentes no
      *          mes, menos o que ja foi retido na folha
      *----------------------------------------------------------------*
       0220-CALCULAR-DIFERENCA-MES.

           IF WRK-PCT-UNICO > ZEROS
              MOVE WRK-PCT-UNICO TO WRK-PCT-APLICADO
           ELSE
              MOVE ZEROS TO WRK-PCT-APLICADO
              MOVE 'N'   TO WRK-FAIXA-ACHADA
              PERFORM VARYING WRK-IDX-ACORDO FROM 1 BY 1
                      UNTIL WRK-IDX-ACORDO > WRK-QTD-FAIXAS-ACORDO
                         OR WRK-FAIXA-NA-TABELA
                 IF HST-BRUTO <= WRK-ACO-LIMITE(WRK-IDX-ACORDO)
                    OR WRK-ACO-LIMITE(WRK-IDX-ACORDO) = ZEROS
                    OR WRK-IDX-ACORDO = WRK-QTD-FAIXAS-ACORDO
                    MOVE 'S' TO WRK-FAIXA-ACHADA
                    MOVE WRK-ACO-PERCENTUAL(WRK-IDX-ACORDO)
                      TO WRK-PCT-APLICADO
                 END-IF
              END-PERFORM
           END-IF.

           COMPUTE WRK-DIFERENCA ROUNDED =
                   HST-BRUTO * WRK-PCT-APLICADO / 100.

           IF WRK-MOV-COMPETENCIA NOT = WRK-CMP-TABELA
              MOVE HST-DATA            TO WRK-DATA-TABELA
              MOVE WRK-MOV-COMPETENCIA TO WRK-CMP-TABELA
              PERFORM 0250-CARREGAR-TABELAS-DEDUCAO THRU 0250-SAIDA
           END-IF.

           COMPUTE WRK-BASE-TRIBUTAVEL = HST-BRUTO + WRK-DIFERENCA.
           PERFORM 0260-CALCULAR-INSS-IRRF.

           COMPUTE WRK-DIF-INSS = WRK-VL-INSS - HST-INSS.
           IF WRK-DIF-INSS < ZEROS
              MOVE ZEROS TO WRK-DIF-INSS
           END-IF.
           COMPUTE WRK-DIF-IRRF = WRK-VL-IRRF - HST-IRRF.
           IF WRK-DIF-IRRF < ZEROS
              MOVE ZEROS TO WRK-DIF-IRRF
           END-IF.
      *----------------------------------------------------------------*
      *          Gravar a diferenca do mes; segunda rodada de folha
      *          na mesma competencia soma a diferenca ja calculada.
      *          Competencia ja liberada ou paga nao e recalculada
      *----------------------------------------------------------------*
       0230-GRAVAR-DIFERENCA.

           MOVE HST-MATRICULA       TO DIS-MATRICULA.
           MOVE WRK-MOV-COMPETENCIA TO DIS-COMPETENCIA.
           READ DISSIDIO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-DISSI-OK
              IF NOT DIS-CALCULADA
                 ADD 1 TO WRK-QTD-JA-LIBERADOS
                 GO TO 0230-SAIDA
              END-IF
              ADD HST-BRUTO     TO DIS-BRUTO-ORIGINAL
              ADD WRK-DIFERENCA TO DIS-DIFERENCA
              ADD WRK-DIF-INSS  TO DIS-INSS
              ADD WRK-DIF-IRRF  TO DIS-IRRF
              REWRITE DISSIDIO-REG
              CALL 'PROGCOBU1' USING 'DISSIDIO.DAT' 'REWRITE'
                   FS-DISSI WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              GO TO 0230-SAIDA
           END-IF.

           MOVE HST-MATRICULA         TO DIS-MATRICULA.
           MOVE WRK-MOV-COMPETENCIA   TO DIS-COMPETENCIA.
           MOVE EMP-DEPARTAMENTO      TO DIS-DEPARTAMENTO.
           MOVE WRK-DATA-VIGENCIA-NUM TO DIS-DATA-VIGENCIA.
           MOVE WRK-PCT-APLICADO      TO DIS-PERCENTUAL.
           MOVE HST-BRUTO             TO DIS-BRUTO-ORIGINAL.
           MOVE WRK-DIFERENCA         TO DIS-DIFERENCA.
           MOVE WRK-DIF-INSS          TO DIS-INSS.
           MOVE WRK-DIF-IRRF          TO DIS-IRRF.
           MOVE 'C'                   TO DIS-SITUACAO.
           MOVE WRK-DATA-ATUAL        TO DIS-DATA-CALCULO.
           MOVE ZEROS                 TO DIS-DATA-LIBERACAO
                                         DIS-DATA-PAGAMENTO.
           WRITE DISSIDIO-REG.
           CALL 'PROGCOBU1' USING 'DISSIDIO.DAT' 'WRITE' FS-DISSI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-MESES.

       0230-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Faixas de INSS e IRRF vigentes na data da rodada de
      *          folha do mes recalculado, como no PROGCOB04
      *----------------------------------------------------------------*
       0250-CARREGAR-TABELAS-DEDUCAO.

           MOVE 'N'   TO WRK-TABELAS-OK.
           MOVE ZEROS TO WRK-VIG-INSS WRK-VIG-IRRF
                         WRK-QTD-FAIXAS-INSS WRK-QTD-FAIXAS-IRRF.

           OPEN INPUT TABELA-INSS-FILE.
           IF NOT FS-TBINS-OK
              DISPLAY 'TABINSS.DAT INDISPONIVEL: ALIQUOTA FIXA DE '
                      'CONTINGENCIA APLICADA.'
              GO TO 0250-SAIDA
           END-IF.
           OPEN INPUT TABELA-IRRF-FILE.
           IF NOT FS-TBIRF-OK
              DISPLAY 'TABIRRF.DAT INDISPONIVEL: ALIQUOTA FIXA DE '
                      'CONTINGENCIA APLICADA.'
              CLOSE TABELA-INSS-FILE
              GO TO 0250-SAIDA
           END-IF.

           MOVE 'N'   TO WRK-FIM-TABELA.
           MOVE ZEROS TO INS-DATA-VIGENCIA INS-FAIXA.
           START TABELA-INSS-FILE
               KEY IS NOT LESS THAN INS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TABELA
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-TABELA
              READ TABELA-INSS-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-TABELA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-TABELA
                 AND INS-DATA-VIGENCIA <= WRK-DATA-TABELA
                 IF INS-DATA-VIGENCIA NOT = WRK-VIG-INSS
                    MOVE INS-DATA-VIGENCIA TO WRK-VIG-INSS
                    MOVE ZEROS TO WRK-QTD-FAIXAS-INSS
                 END-IF
                 IF WRK-QTD-FAIXAS-INSS < WRK-MAX-FAIXAS
                    ADD 1 TO WRK-QTD-FAIXAS-INSS
                    MOVE INS-LIMITE
                      TO WRK-INS-LIMITE(WRK-QTD-FAIXAS-INSS)
                    MOVE INS-ALIQUOTA
                      TO WRK-INS-ALIQUOTA(WRK-QTD-FAIXAS-INSS)
                 END-IF
              END-IF
           END-PERFORM.

           MOVE 'N'   TO WRK-FIM-TABELA.
           MOVE ZEROS TO IRF-DATA-VIGENCIA IRF-FAIXA.
           START TABELA-IRRF-FILE
               KEY IS NOT LESS THAN IRF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TABELA
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-TABELA
              READ TABELA-IRRF-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-TABELA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-TABELA
                 AND IRF-DATA-VIGENCIA <= WRK-DATA-TABELA
                 IF IRF-DATA-VIGENCIA NOT = WRK-VIG-IRRF
                    MOVE IRF-DATA-VIGENCIA TO WRK-VIG-IRRF
                    MOVE ZEROS TO WRK-QTD-FAIXAS-IRRF
                 END-IF
                 IF WRK-QTD-FAIXAS-IRRF < WRK-MAX-FAIXAS
                    ADD 1 TO WRK-QTD-FAIXAS-IRRF
                    MOVE IRF-LIMITE
                      TO WRK-IRF-LIMITE(WRK-QTD-FAIXAS-IRRF)
                    MOVE IRF-ALIQUOTA
                      TO WRK-IRF-ALIQUOTA(WRK-QTD-FAIXAS-IRRF)
                    MOVE IRF-PARCELA-DEDUZIR
                      TO WRK-IRF-PARCELA(WRK-QTD-FAIXAS-IRRF)
                    MOVE IRF-DED-DEPENDENTE TO WRK-DED-DEPENDENTE
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE TABELA-INSS-FILE TABELA-IRRF-FILE.

           IF WRK-QTD-FAIXAS-INSS > ZEROS
              AND WRK-QTD-FAIXAS-IRRF > ZEROS
              MOVE 'S' TO WRK-TABELAS-OK
           ELSE
              DISPLAY 'SEM TABELA DE DEDUCAO VIGENTE EM '
                      WRK-DATA-TABELA ': ALIQUOTA FIXA DE '
                      'CONTINGENCIA APLICADA.'
           END-IF.

       0250-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0260-CALCULAR-INSS-IRRF.

           MOVE ZEROS TO WRK-VL-INSS WRK-VL-IRRF.
           IF WRK-TABELAS-VIGENTES
              PERFORM 0262-CALCULAR-INSS-TABELA
              PERFORM 0264-CALCULAR-IRRF-TABELA
           ELSE
              COMPUTE WRK-VL-INSS ROUNDED =
                      WRK-BASE-TRIBUTAVEL * WRK-PCT-INSS
              COMPUTE WRK-VL-IRRF ROUNDED =
                      WRK-BASE-TRIBUTAVEL * WRK-PCT-IRRF
           END-IF.
      *----------------------------------------------------------------*
       0262-CALCULAR-INSS-TABELA.

           MOVE 'N' TO WRK-FAIXA-ACHADA.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS-INSS
                      OR WRK-FAIXA-NA-TABELA
              IF WRK-BASE-TRIBUTAVEL <= WRK-INS-LIMITE(WRK-IDX-FAIXA)
                 OR WRK-IDX-FAIXA = WRK-QTD-FAIXAS-INSS
                 MOVE 'S' TO WRK-FAIXA-ACHADA
                 COMPUTE WRK-VL-INSS ROUNDED =
                         WRK-BASE-TRIBUTAVEL *
                         (WRK-INS-ALIQUOTA(WRK-IDX-FAIXA) / 100)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0264-CALCULAR-IRRF-TABELA.

           COMPUTE WRK-BASE-IRRF =
                   WRK-BASE-TRIBUTAVEL - WRK-VL-INSS
                   - (EMP-DEPENDENTES * WRK-DED-DEPENDENTE).
           IF WRK-BASE-IRRF < ZEROS
              MOVE ZEROS TO WRK-BASE-IRRF
           END-IF.

           MOVE ZEROS TO WRK-VL-IRRF-CALC.
           MOVE 'N'   TO WRK-FAIXA-ACHADA.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS-IRRF
                      OR WRK-FAIXA-NA-TABELA
              IF WRK-BASE-IRRF <= WRK-IRF-LIMITE(WRK-IDX-FAIXA)
                 OR WRK-IDX-FAIXA = WRK-QTD-FAIXAS-IRRF
                 MOVE 'S' TO WRK-FAIXA-ACHADA
                 COMPUTE WRK-VL-IRRF-CALC ROUNDED =
                         (WRK-BASE-IRRF *
                          (WRK-IRF-ALIQUOTA(WRK-IDX-FAIXA) / 100))
                         - WRK-IRF-PARCELA(WRK-IDX-FAIXA)
              END-IF
           END-PERFORM.

           IF WRK-VL-IRRF-CALC < ZEROS
              MOVE ZEROS TO WRK-VL-IRRF-CALC
           END-IF.
           MOVE WRK-VL-IRRF-CALC TO WRK-VL-IRRF.
      *----------------------------------------------------------------*
      *          Relatorio detalhado por empregado e competencia das
      *          diferencas em situacao C, com subtotal por matricula;
      *          na liberacao cada diferenca listada passa a L
      *----------------------------------------------------------------*
       0400-LISTAR-DIFERENCAS.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MATRIC DEPARTAMEN COMPET   BRUTO PAGO    PCT  '
                  'DIFERENCA      INSS      IRRF'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE ZEROS TO WRK-MATRICULA-ANTERIOR.
           MOVE LOW-VALUES TO DIS-CHAVE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           START DISSIDIO-FILE
               KEY IS NOT LESS THAN DIS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ DISSIDIO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND DIS-CALCULADA
                 PERFORM 0410-LISTAR-DIFERENCA
              END-IF
           END-PERFORM.
           IF WRK-MATRICULA-ANTERIOR NOT = ZEROS
              PERFORM 0420-IMPRIMIR-SUBTOTAL
           END-IF.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOTAL-DIFERENCA TO WRK-BRUTO-ED.
           MOVE WRK-TOTAL-INSS      TO WRK-INSS-ED.
           MOVE WRK-TOTAL-IRRF      TO WRK-IRRF-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL GERAL: DIFERENCA ' WRK-BRUTO-ED
                  ' INSS ' WRK-INSS-ED ' IRRF ' WRK-IRRF-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-LISTADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'COMPETENCIAS LISTADAS: ' WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-MODO-CALCULO
              IF WRK-QTD-JA-LIBERADOS > ZEROS
                 MOVE WRK-QTD-JA-LIBERADOS TO WRK-QTD-ED
                 MOVE SPACES TO REL-LINHA
                 STRING 'COMPETENCIAS JA LIBERADAS OU PAGAS, NAO '
                        'RECALCULADAS: ' WRK-QTD-ED
                        DELIMITED BY SIZE INTO REL-LINHA
                 END-STRING
                 PERFORM 0800-GRAVAR-LINHA
              END-IF
              MOVE SPACES TO REL-LINHA
              STRING 'PAGAMENTO SOMENTE APOS A LIBERACAO (MODO L). '
                     'VISTO RH: ______________'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              MOVE SPACES TO REL-LINHA
              STRING 'DIFERENCAS LIBERADAS PARA A PROXIMA FOLHA DO '
                     'PROGCOB04.'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
       0410-LISTAR-DIFERENCA.

           IF DIS-MATRICULA NOT = WRK-MATRICULA-ANTERIOR
              IF WRK-MATRICULA-ANTERIOR NOT = ZEROS
                 PERFORM 0420-IMPRIMIR-SUBTOTAL
              END-IF
              MOVE DIS-MATRICULA TO WRK-MATRICULA-ANTERIOR
              MOVE ZEROS TO WRK-SUB-DIFERENCA WRK-SUB-INSS
                            WRK-SUB-IRRF
           END-IF.

           MOVE DIS-BRUTO-ORIGINAL TO WRK-BRUTO-ED.
           MOVE DIS-PERCENTUAL     TO WRK-PCT-ED.
           MOVE DIS-DIFERENCA      TO WRK-DIFERENCA-ED.
           MOVE DIS-INSS           TO WRK-INSS-ED.
           MOVE DIS-IRRF           TO WRK-IRRF-ED.
           MOVE SPACES TO REL-LINHA.
           STRING DIS-MATRICULA ' ' DIS-DEPARTAMENTO ' '
                  DIS-COMPETENCIA ' ' WRK-BRUTO-ED ' ' WRK-PCT-ED
                  ' ' WRK-DIFERENCA-ED ' ' WRK-INSS-ED ' '
                  WRK-IRRF-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           ADD DIS-DIFERENCA TO WRK-SUB-DIFERENCA WRK-TOTAL-DIFERENCA.
           ADD DIS-INSS      TO WRK-SUB-INSS WRK-TOTAL-INSS.
           ADD DIS-IRRF      TO WRK-SUB-IRRF WRK-TOTAL-IRRF.
           ADD 1             TO WRK-QTD-LISTADOS.

           IF WRK-MODO-LIBERACAO
              MOVE 'L'            TO DIS-SITUACAO
              MOVE WRK-DATA-ATUAL TO DIS-DATA-LIBERACAO
              REWRITE DISSIDIO-REG
              CALL 'PROGCOBU1' USING 'DISSIDIO.DAT' 'REWRITE'
                   FS-DISSI WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0420-IMPRIMIR-SUBTOTAL.

           COMPUTE WRK-LIQUIDO-DIF = WRK-SUB-DIFERENCA - WRK-SUB-INSS
                                   - WRK-SUB-IRRF.
           MOVE WRK-SUB-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE WRK-LIQUIDO-DIF   TO WRK-BRUTO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  SUBTOTAL ' WRK-MATRICULA-ANTERIOR
                  ' DIFERENCA ' WRK-DIFERENCA-ED
                  ' LIQUIDO ' WRK-BRUTO-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0700-FINALIZAR.

           CLOSE DISSIDIO-FILE.
           CALL 'PROGCOBU1' USING 'DISSIDIO.DAT' 'CLOSE' FS-DISSI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CLOSE DISSIDIO-REPORT.
           CALL 'PROGCOBU1' USING 'DISSIDIO.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'RELATORIO GRAVADO EM DISSIDIO.REL.'.
           IF WRK-MODO-CALCULO
              DISPLAY 'CALCULO ANTERIOR DESCARTADO : '
                      WRK-QTD-DESCARTADOS
              DISPLAY 'COMPETENCIAS CALCULADAS ... : ' WRK-QTD-MESES
              DISPLAY 'JA LIBERADAS OU PAGAS ..... : '
                      WRK-QTD-JA-LIBERADOS
              DISPLAY 'FORA DO CADASTRO .......... : '
                      WRK-QTD-FORA-CADASTRO
              DISPLAY 'EMPREGADOS INATIVOS ....... : '
                      WRK-QTD-INATIVOS
           ELSE
              DISPLAY 'COMPETENCIAS LIBERADAS .... : '
                      WRK-QTD-LISTADOS
           END-IF.
           DISPLAY 'TOTAL DAS DIFERENCAS ...... : '
                   WRK-TOTAL-DIFERENCA.
           IF WRK-QTD-LISTADOS = ZEROS
              OR WRK-QTD-JA-LIBERADOS > ZEROS
              OR WRK-QTD-FORA-CADASTRO > ZEROS
              OR WRK-QTD-INATIVOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'DISSIDIO.REL' 'WRITE' FS-RELAT
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
