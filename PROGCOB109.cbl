      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB109
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Faturamento mensal das mensalidades no contas a
      * receber. Para a competencia informada (AAAAMM) percorre os
      * alunos matriculados na turma (ROSTER.DAT, um por matricula) e,
      * pelo plano de mensalidade ativo (MENSPLAN.DAT, PROGCOB108),
      * grava uma fatura aberta no razao ARLEDGER.DAT em nome do
      * responsavel financeiro (cliente do CLIMAST.DAT): valor mensal
      * menos o desconto/bolsa, vencimento no dia do plano adiado
      * para o proximo dia util do calendario PROCCAL.DAT. Numero da
      * fatura = 9 + AAMM da competencia + sequencia livre do cliente
      * (faixa 900000 em diante, fora da numeracao das faturas
      * comerciais do PROGCOB06, que vai ate 899999). Dali
      * em diante a mensalidade e uma fatura como as outras: recebe
      * pagamento no PROGCOB33/PROGCOB84 e, vencida, entra no
      * envelhecimento e nas cartas de cobranca do PROGCOB34. Aluno
      * desligado (fora da turma ou plano encerrado) nao e faturado;
      * a competencia ja faturada nao e repetida. O total faturado vai
      * ao GLLANCTO.DAT com a origem MENSAL e a rodada e listada no
      * MENSFAT.REL. RC 4 quando algum aluno fica sem faturar por falta
      * de plano ou de responsavel.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS Numero da fatura passou de AAMM*100 + sequencia
      *                para 900000 + AAMM*10 + sequencia (1 a 9 por
      *                responsavel na competencia): o numero antigo
      *                caia na faixa das faturas comerciais e podia
      *                colidir com elas no razao.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB109.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE
               ASSIGN TO 'ROSTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ROSTE.

           SELECT TUITION-PLAN
               ASSIGN TO 'MENSPLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEN-MATRICULA
               FILE STATUS IS FS-MENSA.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT CONTAS-RECEBER
               ASSIGN TO 'ARLEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRE-CHAVE
               FILE STATUS IS FS-RECEB.

           SELECT PROCESSING-CALENDAR
               ASSIGN TO 'PROCCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS FS-PRCAL.

           SELECT GL-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT MENSALIDADES-REPORT
               ASSIGN TO 'MENSFAT.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  ROSTER-FILE.
       COPY ALUNOREG.

       FD  TUITION-PLAN.
       COPY MENSREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  CONTAS-RECEBER.
       COPY CTARECEB.

       FD  PROCESSING-CALENDAR.
       COPY PROCCAL.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  MENSALIDADES-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ROSTE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==MENSA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECEB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-RODADA          PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-CALENDARIO           PIC X(01)     VALUE 'N'.
           88  WRK-HA-CALENDARIO                   VALUE 'S'.
       77  WRK-DIA-ACHADO           PIC X(01)     VALUE 'N'.
           88  WRK-ACHOU-DIA-UTIL                  VALUE 'S'.
       77  WRK-FATURA-GRAVADA       PIC X(01)     VALUE 'N'.
           88  WRK-GRAVOU-FATURA                   VALUE 'S'.

       01  WRK-COMPETENCIA          PIC 9(06)     VALUE ZEROS.
       01  FILLER REDEFINES WRK-COMPETENCIA.
           03  WRK-COMP-SECULO      PIC 9(02).
           03  WRK-COMP-AAMM        PIC 9(04).
       01  FILLER REDEFINES WRK-COMPETENCIA.
           03  WRK-COMP-ANO         PIC 9(04).
           03  WRK-COMP-MES         PIC 9(02).
       77  WRK-DATA-BASE            PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-VENCIMENTO      PIC 9(08)     VALUE ZEROS.
       77  WRK-NUM-FATURA           PIC 9(06)     VALUE ZEROS.
       77  WRK-SEQ-FATURA           PIC 9(01)     VALUE ZEROS.
       77  WRK-BASE-MENSALIDADE     PIC 9(06)     VALUE 900000.
       77  WRK-VALOR-FATURA         PIC 9(08)V99  VALUE ZEROS.
       77  WRK-MOTIVO               PIC X(30)     VALUE SPACES.

       77  WRK-QTD-FATURADOS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-BOLSISTAS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-JA-FATURADOS     PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-ENCERRADOS       PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-RECUSADOS        PIC 9(04)     VALUE ZEROS.
       77  WRK-TOTAL-FATURADO       PIC 9(11)V99  VALUE ZEROS.
       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       77  WRK-MAX-MATRICULAS       PIC 9(03)     VALUE 200.
       77  WRK-QTD-MATRICULAS       PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-MATRICULA        PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-POS-MATRICULA        PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-MATRICULAS.
           03  WRK-MAT-ENTRADA OCCURS 200 TIMES.
               05  WRK-MAT-MATRICULA  PIC X(08).
               05  WRK-MAT-NOME       PIC X(20).
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-FATURAR-ALUNO THRU 0200-SAIDA
                   VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS.
           IF WRK-TOTAL-FATURADO > ZEROS
              PERFORM 0400-LANCAR-RECEITA
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *                   Inicializar os Dados
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'FATMENSAL ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'FATURAMENTO DE MENSALIDADES NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'COMPETENCIA (AAAAMM) .... : '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
              OR WRK-COMP-ANO < 2000
              DISPLAY 'COMPETENCIA INVALIDA. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0110-CARREGAR-MATRICULAS.

           OPEN I-O TUITION-PLAN.
           CALL 'PROGCOBU1' USING 'MENSPLAN.DAT' 'OPEN' FS-MENSA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O CONTAS-RECEBER.
           IF FS-RECEB = '35'
              OPEN OUTPUT CONTAS-RECEBER
              CLOSE CONTAS-RECEBER
              OPEN I-O CONTAS-RECEBER
           END-IF.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'OPEN' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT PROCESSING-CALENDAR.
           IF FS-PRCAL-OK
              MOVE 'S' TO WRK-CALENDARIO
           ELSE
              DISPLAY 'CALENDARIO DE PROCESSAMENTO (PROCCAL.DAT) '
                      'INDISPONIVEL: VENCIMENTO NO DIA DO PLANO.'
           END-IF.

           OPEN OUTPUT MENSALIDADES-REPORT.
           CALL 'PROGCOBU1' USING 'MENSFAT.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'FATURAMENTO DE MENSALIDADES - COMPETENCIA '
                  WRK-COMPETENCIA '  RODADA ' WRK-DATA-RODADA
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Alunos ativos: uma entrada por matricula da turma,
      *          qualquer que seja a quantidade de disciplinas
      *----------------------------------------------------------------*
       0110-CARREGAR-MATRICULAS.

           MOVE ZEROS TO WRK-QTD-MATRICULAS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT ROSTER-FILE.
           IF FS-ROSTE = '35'
              DISPLAY 'ROSTER.DAT INEXISTENTE: NENHUM ALUNO A '
                      'FATURAR.'
              MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
              CALL 'PROGCOBU1' USING 'ROSTER.DAT' 'OPEN' FS-ROSTE
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ ROSTER-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 PERFORM 0115-REGISTRAR-MATRICULA
              END-IF
           END-PERFORM.

           IF NOT FS-ROSTE = '35'
              CLOSE ROSTER-FILE
           END-IF.
      *----------------------------------------------------------------*
       0115-REGISTRAR-MATRICULA.

           MOVE ZEROS TO WRK-POS-MATRICULA.
           PERFORM VARYING WRK-IDX-MATRICULA FROM 1 BY 1
                   UNTIL WRK-IDX-MATRICULA > WRK-QTD-MATRICULAS
                      OR WRK-POS-MATRICULA > ZEROS
              IF WRK-MAT-MATRICULA(WRK-IDX-MATRICULA) = ALU-MATRICULA
                 MOVE WRK-IDX-MATRICULA TO WRK-POS-MATRICULA
              END-IF
           END-PERFORM.

           IF WRK-POS-MATRICULA = ZEROS
              IF WRK-QTD-MATRICULAS >= WRK-MAX-MATRICULAS
                 DISPLAY 'TABELA DE MATRICULAS ESGOTADA ('
                         WRK-MAX-MATRICULAS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-MATRICULAS
              MOVE ALU-MATRICULA
                TO WRK-MAT-MATRICULA(WRK-QTD-MATRICULAS)
              MOVE ALU-NOME
                TO WRK-MAT-NOME(WRK-QTD-MATRICULAS)
           END-IF.
      *----------------------------------------------------------------*
      *          Faturar a mensalidade de um aluno pelo plano ativo
      *----------------------------------------------------------------*
       0200-FATURAR-ALUNO.

           MOVE WRK-MAT-MATRICULA(WRK-IDX-MATRICULA) TO MEN-MATRICULA.
           READ TUITION-PLAN
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-MENSA-OK
              MOVE 'SEM PLANO DE MENSALIDADE' TO WRK-MOTIVO
              PERFORM 0240-LISTAR-RECUSA
              GO TO 0200-SAIDA
           END-IF.

           IF MEN-ENCERRADO
              ADD 1 TO WRK-QTD-ENCERRADOS
              GO TO 0200-SAIDA
           END-IF.

           IF MEN-ULT-COMPETENCIA >= WRK-COMPETENCIA
              ADD 1 TO WRK-QTD-JA-FATURADOS
              GO TO 0200-SAIDA
           END-IF.

           COMPUTE WRK-VALOR-FATURA ROUNDED =
                   MEN-VALOR-MENSAL -
                   (MEN-VALOR-MENSAL * MEN-PCT-DESCONTO / 100).

           IF WRK-VALOR-FATURA = ZEROS
              MOVE ZEROS           TO MEN-ULT-FATURA
              PERFORM 0230-ATUALIZAR-PLANO
              ADD 1 TO WRK-QTD-BOLSISTAS
              MOVE SPACES TO REL-LINHA
              STRING WRK-MAT-MATRICULA(WRK-IDX-MATRICULA) ' '
                     WRK-MAT-NOME(WRK-IDX-MATRICULA)
                     ' BOLSA INTEGRAL - SEM FATURA'
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              GO TO 0200-SAIDA
           END-IF.

           MOVE MEN-RESPONSAVEL TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-CLIEN-OK
              MOVE 'RESPONSAVEL NAO CADASTRADO' TO WRK-MOTIVO
              PERFORM 0240-LISTAR-RECUSA
              GO TO 0200-SAIDA
           END-IF.

           PERFORM 0210-CALCULAR-VENCIMENTO.
           PERFORM 0220-GRAVAR-FATURA.
           IF NOT WRK-GRAVOU-FATURA
              MOVE 'SEM NUMERO LIVRE NO RAZAO' TO WRK-MOTIVO
              PERFORM 0240-LISTAR-RECUSA
              GO TO 0200-SAIDA
           END-IF.

           MOVE WRK-NUM-FATURA TO MEN-ULT-FATURA.
           PERFORM 0230-ATUALIZAR-PLANO.

           ADD 1 TO WRK-QTD-FATURADOS.
           ADD WRK-VALOR-FATURA TO WRK-TOTAL-FATURADO.
           MOVE WRK-VALOR-FATURA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-MAT-MATRICULA(WRK-IDX-MATRICULA) ' '
                  WRK-MAT-NOME(WRK-IDX-MATRICULA) ' '
                  CRE-CLIENTE '-' CRE-NUMERO
                  ' VENC ' WRK-DATA-VENCIMENTO ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

       0200-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Vencimento: o dia do plano na competencia ou o
      *          proximo dia util do calendario nacional (CAL-UF em
      *          branco), lendo o PROCCAL.DAT adiante a partir dele
      *----------------------------------------------------------------*
       0210-CALCULAR-VENCIMENTO.

           COMPUTE WRK-DATA-BASE =
                   WRK-COMPETENCIA * 100 + MEN-DIA-VENCIMENTO.
           MOVE WRK-DATA-BASE TO WRK-DATA-VENCIMENTO.

           IF WRK-HA-CALENDARIO
              MOVE 'N'           TO WRK-DIA-ACHADO
              MOVE SPACES        TO CAL-UF
              MOVE WRK-DATA-BASE TO CAL-DATA
              START PROCESSING-CALENDAR
                  KEY IS NOT LESS THAN CAL-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WRK-DIA-ACHADO
              END-START
              PERFORM UNTIL WRK-ACHOU-DIA-UTIL
                 READ PROCESSING-CALENDAR NEXT
                     AT END
                         MOVE 'S' TO WRK-DIA-ACHADO
                 END-READ
                 IF NOT WRK-ACHOU-DIA-UTIL
                    IF CAL-UF NOT = SPACES
                       MOVE 'S' TO WRK-DIA-ACHADO
                    ELSE
                       IF CAL-E-DIA-UTIL
                          MOVE CAL-DATA TO WRK-DATA-VENCIMENTO
                          MOVE 'S'      TO WRK-DIA-ACHADO
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
      *          Fatura no razao: numero 9 + AAMM + sequencia 1 a 9,
      *          a primeira livre para o cliente (o responsavel pode
      *          ter outros alunos na mesma competencia). A faixa
      *          900000 em diante nao e usada pelas faturas
      *          comerciais
      *----------------------------------------------------------------*
       0220-GRAVAR-FATURA.

           MOVE 'N'   TO WRK-FATURA-GRAVADA.
           MOVE ZEROS TO WRK-SEQ-FATURA.

           PERFORM UNTIL WRK-GRAVOU-FATURA
                      OR WRK-SEQ-FATURA >= 9
              ADD 1 TO WRK-SEQ-FATURA
              COMPUTE WRK-NUM-FATURA = WRK-BASE-MENSALIDADE +
                      WRK-COMP-AAMM * 10 + WRK-SEQ-FATURA
              MOVE MEN-RESPONSAVEL     TO CRE-CLIENTE
              MOVE WRK-NUM-FATURA      TO CRE-NUMERO
              MOVE WRK-VALOR-FATURA    TO CRE-VALOR-FATURA
              MOVE ZEROS               TO CRE-VALOR-PAGO
              MOVE WRK-DATA-VENCIMENTO TO CRE-DATA-PROMETIDA
              MOVE WRK-DATA-RODADA     TO CRE-DATA-RODADA
              MOVE ZEROS               TO CRE-DATA-ULT-PAGTO
              MOVE 'A'                 TO CRE-SITUACAO
              WRITE CONTAS-RECEBER-REG
                  INVALID KEY
                      CONTINUE
              END-WRITE
              IF NOT FS-RECEB-DUPLICADO
                 CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'WRITE'
                      FS-RECEB WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 MOVE 'S' TO WRK-FATURA-GRAVADA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0230-ATUALIZAR-PLANO.

           MOVE WRK-COMPETENCIA TO MEN-ULT-COMPETENCIA.
           REWRITE MENSALIDADE-PLANO-REG.
           CALL 'PROGCOBU1' USING 'MENSPLAN.DAT' 'REWRITE' FS-MENSA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0240-LISTAR-RECUSA.

           ADD 1 TO WRK-QTD-RECUSADOS.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-MAT-MATRICULA(WRK-IDX-MATRICULA) ' '
                  WRK-MAT-NOME(WRK-IDX-MATRICULA)
                  ' *** NAO FATURADO: ' WRK-MOTIVO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Receita de mensalidades faturada na rodada no
      *          GLLANCTO.DAT (origem MENSAL)
      *----------------------------------------------------------------*
       0400-LANCAR-RECEITA.

           OPEN EXTEND GL-LANCAMENTOS.
           IF NOT FS-GLLAN-OK
              OPEN OUTPUT GL-LANCAMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-DATA-RODADA    TO LAN-DATA.
           MOVE 'MENSAL'           TO LAN-ORIGEM.
           MOVE SPACES             TO LAN-CENTRO-CUSTO.
           MOVE WRK-TOTAL-FATURADO TO LAN-VALOR.
           MOVE 'PROGCOB109'       TO LAN-PROGRAMA.
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
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE WRK-TOTAL-FATURADO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FATURADOS ' WRK-QTD-FATURADOS
                  '  BOLSA INTEGRAL ' WRK-QTD-BOLSISTAS
                  '  NAO FATURADOS ' WRK-QTD-RECUSADOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL FATURADO NA COMPETENCIA: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-HA-CALENDARIO
              CLOSE PROCESSING-CALENDAR
           END-IF.
           CLOSE TUITION-PLAN CUSTOMER-MASTER CONTAS-RECEBER
                 MENSALIDADES-REPORT.
           CALL 'PROGCOBU1' USING 'MENSPLAN.DAT' 'CLOSE' FS-MENSA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'CLOSE' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'MENSFAT.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'ALUNOS NA TURMA ...... : ' WRK-QTD-MATRICULAS.
           DISPLAY 'FATURADOS ............ : ' WRK-QTD-FATURADOS.
           DISPLAY 'BOLSA INTEGRAL ....... : ' WRK-QTD-BOLSISTAS.
           DISPLAY 'JA FATURADOS NO MES .. : ' WRK-QTD-JA-FATURADOS.
           DISPLAY 'PLANOS ENCERRADOS .... : ' WRK-QTD-ENCERRADOS.
           DISPLAY 'NAO FATURADOS ........ : ' WRK-QTD-RECUSADOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           IF WRK-QTD-RECUSADOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'MENSFAT.REL' 'WRITE' FS-RELAT
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
