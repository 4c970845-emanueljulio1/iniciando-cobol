      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB108
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Manutencao dos planos de mensalidade (MENSPLAN.DAT):
      * valor mensal, percentual de desconto ou bolsa (100 = bolsa
      * integral), dia de vencimento e responsavel financeiro de cada
      * aluno. O aluno precisa estar matriculado na turma (ROSTER.DAT)
      * e o responsavel cadastrado no CUSTOMER-MASTER (CLIMAST.DAT),
      * pois e ele o cliente das faturas que o PROGCOB109 grava no
      * razao de contas a receber. Plano encerrado pelo desligamento
      * do aluno (PROGCOB23) pode ser reativado aqui na rematricula.
      * A manutencao exige a acao MENSALID liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB108.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT TUITION-PLAN
               ASSIGN TO 'MENSPLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-MATRICULA
               FILE STATUS IS FS-MENSA.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT ROSTER-FILE
               ASSIGN TO 'ROSTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ROSTE.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  TUITION-PLAN.
       COPY MENSREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  ROSTER-FILE.
       COPY ALUNOREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==MENSA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ROSTE==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-SAIR                 PIC X(01)     VALUE 'N'.
           88  WRK-ENCERRAR-MENU                   VALUE 'S'.
       77  WRK-OPERACAO             PIC X(01)     VALUE SPACES.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-MATRICULA            PIC X(08)     VALUE SPACES.
       77  WRK-NOME-ALUNO           PIC X(20)     VALUE SPACES.
       77  WRK-RESPONSAVEL          PIC 9(05)     VALUE ZEROS.
       77  WRK-VALOR-CENTAVOS       PIC 9(08)     VALUE ZEROS.
       77  WRK-PCT-CENTESIMOS       PIC 9(05)     VALUE ZEROS.
       77  WRK-DIA-VENCIMENTO       PIC 9(02)     VALUE ZEROS.
       77  WRK-PLANO-NOVO           PIC X(01)     VALUE 'N'.
           88  WRK-INCLUSAO-PLANO                  VALUE 'S'.
       77  WRK-VALOR-ED             PIC ZZZ.ZZ9,99.
       77  WRK-PCT-ED               PIC ZZ9,99.

       77  WRK-QTD-GRAVADOS         PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-ENCERRADOS       PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-LISTADOS         PIC 9(04)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-ENCERRAR-MENU.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'MENSALID  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'MANUTENCAO DE MENSALIDADES NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O TUITION-PLAN.
           IF FS-MENSA = '35'
              OPEN OUTPUT TUITION-PLAN
              CLOSE TUITION-PLAN
              OPEN I-O TUITION-PLAN
           END-IF.
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
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           DISPLAY '============================================'.
           DISPLAY ' PLANOS DE MENSALIDADE'.
           DISPLAY ' P - INCLUIR/ALTERAR PLANO'.
           DISPLAY ' E - ENCERRAR PLANO'.
           DISPLAY ' L - LISTAR PLANOS'.
           DISPLAY ' S - SAIR'.
           DISPLAY '============================================'.
           DISPLAY 'OPERACAO ..... : '.
           ACCEPT WRK-OPERACAO.

           EVALUATE WRK-OPERACAO
               WHEN 'P'
                    PERFORM 0210-MANTER-PLANO THRU 0210-SAIDA
               WHEN 'E'
                    PERFORM 0220-ENCERRAR-PLANO THRU 0220-SAIDA
               WHEN 'L'
                    PERFORM 0230-LISTAR-PLANOS THRU 0230-SAIDA
               WHEN 'S'
                    MOVE 'S' TO WRK-SAIR
               WHEN OTHER
                    DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Inclusao ou alteracao do plano: aluno matriculado na
      *          turma, responsavel no CLIMAST.DAT, desconto de 0 a
      *          100 por cento e vencimento entre os dias 1 e 28
      *----------------------------------------------------------------*
       0210-MANTER-PLANO.

           DISPLAY 'MATRICULA DO ALUNO  : '.
           ACCEPT WRK-MATRICULA.
           IF WRK-MATRICULA = SPACES
              DISPLAY 'MATRICULA NAO PODE FICAR EM BRANCO.'
              GO TO 0210-SAIDA
           END-IF.

           PERFORM 0250-LOCALIZAR-NA-TURMA.
           IF WRK-NOME-ALUNO = SPACES
              DISPLAY 'ALUNO NAO MATRICULADO NA TURMA (ROSTER.DAT).'
              GO TO 0210-SAIDA
           END-IF.
           DISPLAY 'ALUNO ............. : ' WRK-NOME-ALUNO.

           MOVE WRK-MATRICULA TO MEN-MATRICULA.
           READ TUITION-PLAN
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-MENSA-OK
              MOVE 'N' TO WRK-PLANO-NOVO
              MOVE MEN-VALOR-MENSAL TO WRK-VALOR-ED
              MOVE MEN-PCT-DESCONTO TO WRK-PCT-ED
              DISPLAY 'RESPONSAVEL ATUAL . : ' MEN-RESPONSAVEL
              DISPLAY 'VALOR ATUAL ....... : ' WRK-VALOR-ED
              DISPLAY 'DESCONTO ATUAL (%)  : ' WRK-PCT-ED
              DISPLAY 'VENCIMENTO ATUAL .. : ' MEN-DIA-VENCIMENTO
              DISPLAY 'SITUACAO ATUAL .... : ' MEN-SITUACAO
              DISPLAY 'ULTIMA COMPETENCIA  : ' MEN-ULT-COMPETENCIA
           ELSE
              MOVE 'S' TO WRK-PLANO-NOVO
           END-IF.

           DISPLAY 'RESPONSAVEL (CLIENTE) ......... : '.
           ACCEPT WRK-RESPONSAVEL.
           DISPLAY 'VALOR MENSAL EM CENTAVOS ...... : '.
           ACCEPT WRK-VALOR-CENTAVOS.
           DISPLAY 'DESCONTO/BOLSA EM CENTESIMOS DE % '
                   '(EX 2500 = 25%) : '.
           ACCEPT WRK-PCT-CENTESIMOS.
           DISPLAY 'DIA DE VENCIMENTO (1 A 28) .... : '.
           ACCEPT WRK-DIA-VENCIMENTO.

           IF WRK-VALOR-CENTAVOS = ZEROS
              DISPLAY 'VALOR MENSAL DEVE SER POSITIVO.'
              GO TO 0210-SAIDA
           END-IF.
           IF WRK-PCT-CENTESIMOS > 10000
              DISPLAY 'DESCONTO FORA DA FAIXA 0-100%.'
              GO TO 0210-SAIDA
           END-IF.
           IF WRK-DIA-VENCIMENTO < 1 OR WRK-DIA-VENCIMENTO > 28
              DISPLAY 'DIA DE VENCIMENTO FORA DA FAIXA 1-28.'
              GO TO 0210-SAIDA
           END-IF.

           MOVE WRK-RESPONSAVEL TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-CLIEN-OK
              DISPLAY 'RESPONSAVEL NAO CADASTRADO NO CLIMAST.DAT.'
              GO TO 0210-SAIDA
           END-IF.
           DISPLAY 'RESPONSAVEL ....... : ' CLI-NOME.

           IF WRK-INCLUSAO-PLANO
              MOVE ZEROS TO MEN-ULT-COMPETENCIA MEN-ULT-FATURA
           END-IF.
           MOVE WRK-MATRICULA      TO MEN-MATRICULA.
           MOVE WRK-RESPONSAVEL    TO MEN-RESPONSAVEL.
           COMPUTE MEN-VALOR-MENSAL = WRK-VALOR-CENTAVOS / 100.
           COMPUTE MEN-PCT-DESCONTO = WRK-PCT-CENTESIMOS / 100.
           MOVE WRK-DIA-VENCIMENTO TO MEN-DIA-VENCIMENTO.
           MOVE 'A'                TO MEN-SITUACAO.
           MOVE ZEROS              TO MEN-DATA-ENCERRAMENTO.
           IF WRK-INCLUSAO-PLANO
              WRITE MENSALIDADE-PLANO-REG
              CALL 'PROGCOBU1' USING 'MENSPLAN.DAT' 'WRITE' FS-MENSA
                   WRK-ABEND
              DISPLAY 'PLANO INCLUIDO.'
           ELSE
              REWRITE MENSALIDADE-PLANO-REG
              CALL 'PROGCOBU1' USING 'MENSPLAN.DAT' 'REWRITE'
                   FS-MENSA WRK-ABEND
              DISPLAY 'PLANO ALTERADO.'
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADOS.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Encerrar o plano: o aluno deixa de ser faturado a
      *          partir da proxima rodada do PROGCOB109
      *----------------------------------------------------------------*
       0220-ENCERRAR-PLANO.

           DISPLAY 'MATRICULA DO ALUNO  : '.
           ACCEPT WRK-MATRICULA.

           MOVE WRK-MATRICULA TO MEN-MATRICULA.
           READ TUITION-PLAN
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-MENSA-OK
              DISPLAY 'PLANO NAO ENCONTRADO.'
              GO TO 0220-SAIDA
           END-IF.
           IF MEN-ENCERRADO
              DISPLAY 'PLANO JA ENCERRADO EM ' MEN-DATA-ENCERRAMENTO
                      '.'
              GO TO 0220-SAIDA
           END-IF.

           MOVE 'E'            TO MEN-SITUACAO.
           MOVE WRK-DATA-ATUAL TO MEN-DATA-ENCERRAMENTO.
           REWRITE MENSALIDADE-PLANO-REG.
           CALL 'PROGCOBU1' USING 'MENSPLAN.DAT' 'REWRITE' FS-MENSA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-ENCERRADOS.
           DISPLAY 'PLANO ENCERRADO.'.

       0220-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0230-LISTAR-PLANOS.

           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO MEN-MATRICULA.
           START TUITION-PLAN
               KEY IS NOT LESS THAN MEN-MATRICULA
               INVALID KEY
                   DISPLAY 'NENHUM PLANO CADASTRADO.'
                   GO TO 0230-SAIDA
           END-START.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ TUITION-PLAN NEXT
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 MOVE MEN-VALOR-MENSAL TO WRK-VALOR-ED
                 MOVE MEN-PCT-DESCONTO TO WRK-PCT-ED
                 DISPLAY MEN-MATRICULA ' RESP ' MEN-RESPONSAVEL
                         ' VALOR ' WRK-VALOR-ED ' DESC ' WRK-PCT-ED
                         '% DIA ' MEN-DIA-VENCIMENTO ' SIT '
                         MEN-SITUACAO ' ULT ' MEN-ULT-COMPETENCIA
                 ADD 1 TO WRK-QTD-LISTADOS
              END-IF
           END-PERFORM.

           IF WRK-QTD-LISTADOS = ZEROS
              DISPLAY 'NENHUM PLANO CADASTRADO.'
           END-IF.

       0230-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Nome do aluno na turma: basta um registro da
      *          matricula em qualquer disciplina
      *----------------------------------------------------------------*
       0250-LOCALIZAR-NA-TURMA.

           MOVE SPACES TO WRK-NOME-ALUNO.
           MOVE 'N'    TO WRK-FIM-ARQUIVO.

           OPEN INPUT ROSTER-FILE.
           IF FS-ROSTE = '35'
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
                 IF ALU-MATRICULA = WRK-MATRICULA
                    MOVE ALU-NOME TO WRK-NOME-ALUNO
                    MOVE 'S'      TO WRK-FIM-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT FS-ROSTE = '35'
              CLOSE ROSTER-FILE
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE TUITION-PLAN CUSTOMER-MASTER.
           CALL 'PROGCOBU1' USING 'MENSPLAN.DAT' 'CLOSE' FS-MENSA
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'PLANOS GRAVADOS     ' WRK-QTD-GRAVADOS.
           DISPLAY 'PLANOS ENCERRADOS   ' WRK-QTD-ENCERRADOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
