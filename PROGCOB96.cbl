      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB96
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Conferencia mensal das faturas dos fornecedores de
      * beneficios: ordena os descontos da competencia informada
      * (BENDESC.DAT, gravado pela folha do PROGCOB04) por
      * fornecedor, plano e matricula e imprime em BENFORN.REL, com
      * quebra por fornecedor (nome do FORNMAST.DAT), cada empregado
      * com as vidas cobertas, o custo, a parte do empregado e a
      * parte da empresa. Subtotal por fornecedor, que e o valor a
      * conferir com a fatura, e total geral. Competencia sem
      * descontos devolve RETURN-CODE 4.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB96.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT BENEFICIO-DESCONTO-FILE
               ASSIGN TO 'BENDESC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BENDS.

           SELECT BENEFICIO-ORDENADO
               ASSIGN TO 'BENSORT.TMP'.

           SELECT FORNECEDOR-MASTER
               ASSIGN TO 'FORNMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNE.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS FS-EMPLO.

           SELECT BENEFICIO-FORNECEDOR-REPORT
               ASSIGN TO 'BENFORN.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  BENEFICIO-DESCONTO-FILE.
       COPY BENDSREG.

       SD  BENEFICIO-ORDENADO.
       01  ORD-REG.
           03  ORD-DATA.
               05  ORD-COMPETENCIA        PIC 9(06).
               05  ORD-DIA                PIC 9(02).
           03  ORD-FORNECEDOR             PIC 9(05).
           03  ORD-PLANO                  PIC X(06).
           03  ORD-MATRICULA              PIC 9(06).
           03  ORD-BENEFICIO              PIC X(02).
           03  ORD-VIDAS                  PIC 9(02).
           03  ORD-CUSTO                  PIC 9(06)V99.
           03  ORD-DESCONTO               PIC 9(06)V99.
           03  ORD-EMPRESA                PIC 9(06)V99.

       FD  FORNECEDOR-MASTER.
       COPY FORNREG.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREREG.

       FD  BENEFICIO-FORNECEDOR-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BENDS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FORNE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMPLO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-RODADA          PIC 9(08)     VALUE ZEROS.
       01  WRK-COMPETENCIA.
           03  WRK-CMP-ANO           PIC 9(04).
           03  WRK-CMP-MES           PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA
                                     PIC 9(06).
       77  WRK-FIM-ORDENADO         PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-ORDENADO            VALUE 'S'.
       77  WRK-TEM-DESCONTOS        PIC X(01)     VALUE 'N'.
           88  WRK-DESCONTOS-DISPONIVEIS           VALUE 'S'.

       77  WRK-FORNECEDOR-ANTERIOR  PIC 9(05)     VALUE ZEROS.
       77  WRK-PRIMEIRO-FORNECEDOR  PIC X(01)     VALUE 'S'.
           88  WRK-SEM-FORNECEDOR-ABERTO           VALUE 'S'.
       77  WRK-FORNECEDOR-NOME      PIC X(20)     VALUE SPACES.
       77  WRK-EMPREGADO-NOME       PIC X(20)     VALUE SPACES.

       77  WRK-QTD-LINHAS           PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-FORNECEDORES     PIC 9(05)     VALUE ZEROS.
       77  WRK-VIDAS-FORNECEDOR     PIC 9(05)     VALUE ZEROS.
       77  WRK-CUSTO-FORNECEDOR     PIC 9(09)V99  VALUE ZEROS.
       77  WRK-DESC-FORNECEDOR      PIC 9(09)V99  VALUE ZEROS.
       77  WRK-EMPR-FORNECEDOR      PIC 9(09)V99  VALUE ZEROS.
       77  WRK-VIDAS-GERAL          PIC 9(05)     VALUE ZEROS.
       77  WRK-CUSTO-GERAL          PIC 9(09)V99  VALUE ZEROS.
       77  WRK-DESC-GERAL           PIC 9(09)V99  VALUE ZEROS.
       77  WRK-EMPR-GERAL           PIC 9(09)V99  VALUE ZEROS.

       77  WRK-VIDAS-ED             PIC ZZ9.
       77  WRK-VIDAS-TOTAL-ED       PIC ZZ.ZZ9.
       77  WRK-CUSTO-ED             PIC ZZZ.ZZ9,99.
       77  WRK-DESC-ED              PIC ZZZ.ZZ9,99.
       77  WRK-EMPR-ED              PIC ZZZ.ZZ9,99.
       77  WRK-CUSTO-TOTAL-ED       PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-DESC-TOTAL-ED        PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-EMPR-TOTAL-ED        PIC ZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-DESCONTOS-DISPONIVEIS
              PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0250-IMPRIMIR-TOTAL.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'RELBENEF  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'RELATORIO DE BENEFICIOS NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'COMPETENCIA DOS DESCONTOS (AAAAMM) : '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA-NUM NOT NUMERIC
              OR WRK-CMP-MES = ZEROS
              OR WRK-CMP-MES > 12
              DISPLAY 'COMPETENCIA INVALIDA.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT BENEFICIO-DESCONTO-FILE.
           IF FS-BENDS = '35'
              DISPLAY 'BENDESC.DAT AUSENTE: NENHUM DESCONTO DE '
                      'BENEFICIO GRAVADO PELA FOLHA.'
           ELSE
              CALL 'PROGCOBU1' USING 'BENDESC.DAT' 'OPEN' FS-BENDS
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CLOSE BENEFICIO-DESCONTO-FILE
              MOVE 'S' TO WRK-TEM-DESCONTOS
           END-IF.

           OPEN INPUT FORNECEDOR-MASTER.
           CALL 'PROGCOBU1' USING 'FORNMAST.DAT' 'OPEN' FS-FORNE
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

           OPEN OUTPUT BENEFICIO-FORNECEDOR-REPORT.
           CALL 'PROGCOBU1' USING 'BENFORN.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'BENEFICIOS POR FORNECEDOR - COMPETENCIA '
                  WRK-COMPETENCIA ' - EMITIDO EM ' WRK-DATA-RODADA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PLANO  MATRIC NOME                 BN VID'
                  '      CUSTO  EMPREGADO    EMPRESA'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Ordenar os descontos por fornecedor, plano e
      *          matricula e imprimir os da competencia com quebra
      *          por fornecedor
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           SORT BENEFICIO-ORDENADO
               ON ASCENDING KEY ORD-FORNECEDOR
                                ORD-PLANO
                                ORD-MATRICULA
                                ORD-DATA
               USING BENEFICIO-DESCONTO-FILE
               OUTPUT PROCEDURE IS 0210-IMPRIMIR-ORDENADO.

           IF NOT WRK-SEM-FORNECEDOR-ABERTO
              PERFORM 0230-FECHAR-FORNECEDOR
           END-IF.
      *----------------------------------------------------------------*
       0210-IMPRIMIR-ORDENADO.

           PERFORM UNTIL WRK-NAO-HA-MAIS-ORDENADO
              RETURN BENEFICIO-ORDENADO
                  AT END
                      MOVE 'S' TO WRK-FIM-ORDENADO
              END-RETURN
              IF NOT WRK-NAO-HA-MAIS-ORDENADO
                 AND ORD-COMPETENCIA = WRK-COMPETENCIA-NUM
                 IF WRK-SEM-FORNECEDOR-ABERTO
                    PERFORM 0220-ABRIR-FORNECEDOR
                 ELSE
                    IF ORD-FORNECEDOR NOT = WRK-FORNECEDOR-ANTERIOR
                       PERFORM 0230-FECHAR-FORNECEDOR
                       PERFORM 0220-ABRIR-FORNECEDOR
                    END-IF
                 END-IF
                 PERFORM 0225-IMPRIMIR-LINHA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0220-ABRIR-FORNECEDOR.

           MOVE 'N'            TO WRK-PRIMEIRO-FORNECEDOR.
           MOVE ORD-FORNECEDOR TO WRK-FORNECEDOR-ANTERIOR.
           MOVE ZEROS          TO WRK-VIDAS-FORNECEDOR
                                  WRK-CUSTO-FORNECEDOR
                                  WRK-DESC-FORNECEDOR
                                  WRK-EMPR-FORNECEDOR.
           ADD 1 TO WRK-QTD-FORNECEDORES.

           MOVE ORD-FORNECEDOR TO FOR-CODIGO.
           READ FORNECEDOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-FORNE-OK
              MOVE FOR-NOME TO WRK-FORNECEDOR-NOME
           ELSE
              MOVE 'NAO CADASTRADO' TO WRK-FORNECEDOR-NOME
           END-IF.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FORNECEDOR ' ORD-FORNECEDOR ' '
                  WRK-FORNECEDOR-NOME
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Empregado do plano: vidas, custo e as partes do
      *          empregado (descontada na folha) e da empresa
      *----------------------------------------------------------------*
       0225-IMPRIMIR-LINHA.

           MOVE ORD-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-EMPLO-OK
              MOVE EMP-NOME TO WRK-EMPREGADO-NOME
           ELSE
              MOVE 'NAO CADASTRADO' TO WRK-EMPREGADO-NOME
           END-IF.

           ADD ORD-VIDAS    TO WRK-VIDAS-FORNECEDOR.
           ADD ORD-CUSTO    TO WRK-CUSTO-FORNECEDOR.
           ADD ORD-DESCONTO TO WRK-DESC-FORNECEDOR.
           ADD ORD-EMPRESA  TO WRK-EMPR-FORNECEDOR.
           ADD 1 TO WRK-QTD-LINHAS.

           MOVE ORD-VIDAS    TO WRK-VIDAS-ED.
           MOVE ORD-CUSTO    TO WRK-CUSTO-ED.
           MOVE ORD-DESCONTO TO WRK-DESC-ED.
           MOVE ORD-EMPRESA  TO WRK-EMPR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING ORD-PLANO ' ' ORD-MATRICULA ' '
                  WRK-EMPREGADO-NOME ' ' ORD-BENEFICIO ' '
                  WRK-VIDAS-ED ' ' WRK-CUSTO-ED ' ' WRK-DESC-ED ' '
                  WRK-EMPR-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0230-FECHAR-FORNECEDOR.

           MOVE WRK-VIDAS-FORNECEDOR TO WRK-VIDAS-TOTAL-ED.
           MOVE WRK-CUSTO-FORNECEDOR TO WRK-CUSTO-TOTAL-ED.
           MOVE WRK-DESC-FORNECEDOR  TO WRK-DESC-TOTAL-ED.
           MOVE WRK-EMPR-FORNECEDOR  TO WRK-EMPR-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SUBTOTAL ' WRK-FORNECEDOR-ANTERIOR
                  '  VIDAS ' WRK-VIDAS-TOTAL-ED
                  ' ' WRK-CUSTO-TOTAL-ED ' ' WRK-DESC-TOTAL-ED
                  ' ' WRK-EMPR-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           ADD WRK-VIDAS-FORNECEDOR TO WRK-VIDAS-GERAL.
           ADD WRK-CUSTO-FORNECEDOR TO WRK-CUSTO-GERAL.
           ADD WRK-DESC-FORNECEDOR  TO WRK-DESC-GERAL.
           ADD WRK-EMPR-FORNECEDOR  TO WRK-EMPR-GERAL.
      *----------------------------------------------------------------*
       0250-IMPRIMIR-TOTAL.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QTD-LINHAS = ZEROS
              MOVE 'NENHUM DESCONTO DE BENEFICIO NA COMPETENCIA.'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.

           MOVE WRK-VIDAS-GERAL TO WRK-VIDAS-TOTAL-ED.
           MOVE WRK-CUSTO-GERAL TO WRK-CUSTO-TOTAL-ED.
           MOVE WRK-DESC-GERAL  TO WRK-DESC-TOTAL-ED.
           MOVE WRK-EMPR-GERAL  TO WRK-EMPR-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL GERAL     VIDAS ' WRK-VIDAS-TOTAL-ED
                  ' ' WRK-CUSTO-TOTAL-ED ' ' WRK-DESC-TOTAL-ED
                  ' ' WRK-EMPR-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'BENFORN.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE FORNECEDOR-MASTER EMPLOYEE-MASTER-FILE
                 BENEFICIO-FORNECEDOR-REPORT.
           CALL 'PROGCOBU1' USING 'BENFORN.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-QTD-LINHAS = ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WRK-CUSTO-GERAL TO WRK-CUSTO-TOTAL-ED.
           DISPLAY '-------------------'.
           DISPLAY 'FORNECEDORES           ' WRK-QTD-FORNECEDORES.
           DISPLAY 'ADESOES DESCONTADAS    ' WRK-QTD-LINHAS.
           DISPLAY 'CUSTO DOS BENEFICIOS   ' WRK-CUSTO-TOTAL-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
