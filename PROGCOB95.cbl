      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB95
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Manutencao das adesoes a beneficios dos empregados
      * (BENEFIC.DAT, chave matricula e tipo de beneficio): inclusao
      * da adesao ao vale-transporte (VT), vale-refeicao (VR) ou
      * plano de saude (PS) com o plano do BENPLANO.DAT, dependentes
      * cobertos, custo informado e data de inicio; alteracao de
      * plano, dependentes ou custo; encerramento com a data de fim;
      * e consulta. A matricula e validada como ativa no
      * EMPLOYEE-MASTER e o plano precisa ser do mesmo tipo de
      * beneficio. Os descontos saem na folha do PROGCOB04. A
      * manutencao exige a acao BENEFICIOS liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB95.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT BENEFICIO-ADESAO-FILE
               ASSIGN TO 'BENEFIC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS FS-BENEF.

           SELECT BENEFICIO-PLANO-FILE
               ASSIGN TO 'BENPLANO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS FS-BENPL.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS FS-EMPLO.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  BENEFICIO-ADESAO-FILE.
       COPY BENEFREG.

       FD  BENEFICIO-PLANO-FILE.
       COPY BENPLREG.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BENEF==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BENPL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMPLO==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-SAIR                 PIC X(01)     VALUE 'N'.
           88  WRK-ENCERRAR-MENU                   VALUE 'S'.
       77  WRK-OPERACAO             PIC X(01)     VALUE SPACES.
       77  WRK-MATRICULA            PIC 9(06)     VALUE ZEROS.
       77  WRK-BENEFICIO            PIC X(02)     VALUE SPACES.
           88  WRK-BENEFICIO-VALIDO                VALUE 'VT' 'VR'
                                                         'PS'.
       77  WRK-PLANO                PIC X(06)     VALUE SPACES.
       77  WRK-DEPENDENTES          PIC 9(02)     VALUE ZEROS.
       77  WRK-CUSTO-INFORMADO      PIC 9(06)V99  VALUE ZEROS.
       77  WRK-DATA-INICIO          PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-FIM             PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-PLANO-OK             PIC X(01)     VALUE 'N'.
           88  WRK-PLANO-VALIDO                    VALUE 'S'.
       77  WRK-QTD-INCLUIDAS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-ALTERADAS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-ENCERRADAS       PIC 9(04)     VALUE ZEROS.
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

           CALL 'PROGCOBU3' USING 'BENEFICIOS' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'MANUTENCAO DE BENEFICIOS NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O BENEFICIO-ADESAO-FILE.
           IF FS-BENEF = '35'
              OPEN OUTPUT BENEFICIO-ADESAO-FILE
              CLOSE BENEFICIO-ADESAO-FILE
              OPEN I-O BENEFICIO-ADESAO-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'BENEFIC.DAT' 'OPEN' FS-BENEF
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT BENEFICIO-PLANO-FILE.
           CALL 'PROGCOBU1' USING 'BENPLANO.DAT' 'OPEN' FS-BENPL
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
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           DISPLAY '============================================'.
           DISPLAY ' ADESAO A BENEFICIOS (VT / VR / PS)'.
           DISPLAY ' I - INCLUIR ADESAO'.
           DISPLAY ' A - ALTERAR PLANO, DEPENDENTES OU CUSTO'.
           DISPLAY ' E - ENCERRAR ADESAO'.
           DISPLAY ' C - CONSULTAR ADESAO'.
           DISPLAY ' S - SAIR'.
           DISPLAY '============================================'.
           DISPLAY 'OPERACAO ..... : '.
           ACCEPT WRK-OPERACAO.

           EVALUATE WRK-OPERACAO
               WHEN 'I'
                    PERFORM 0210-INCLUIR-ADESAO THRU 0210-SAIDA
               WHEN 'A'
                    PERFORM 0220-ALTERAR-ADESAO THRU 0220-SAIDA
               WHEN 'E'
                    PERFORM 0230-ENCERRAR-ADESAO THRU 0230-SAIDA
               WHEN 'C'
                    PERFORM 0240-CONSULTAR-ADESAO THRU 0240-SAIDA
               WHEN 'S'
                    MOVE 'S' TO WRK-SAIR
               WHEN OTHER
                    DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.
      *----------------------------------------------------------------*
       0210-INCLUIR-ADESAO.

           PERFORM 0250-RECEBER-CHAVE.
           IF NOT WRK-BENEFICIO-VALIDO
              DISPLAY 'BENEFICIO INVALIDO (VT, VR OU PS).'
              GO TO 0210-SAIDA
           END-IF.

           MOVE WRK-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-EMPLO-NAO-ENCONTRADO
              DISPLAY 'EMPREGADO NAO CADASTRADO.'
              GO TO 0210-SAIDA
           END-IF.
           IF EMP-INATIVO
              DISPLAY 'EMPREGADO INATIVO: ADESAO NAO INCLUIDA.'
              GO TO 0210-SAIDA
           END-IF.

           PERFORM 0260-RECEBER-PLANO.
           IF NOT WRK-PLANO-VALIDO
              GO TO 0210-SAIDA
           END-IF.

           DISPLAY 'DATA DE INICIO (AAAAMMDD, ZEROS = HOJE) : '.
           ACCEPT WRK-DATA-INICIO.
           IF WRK-DATA-INICIO = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-INICIO
           END-IF.

           MOVE WRK-MATRICULA       TO BEN-MATRICULA.
           MOVE WRK-BENEFICIO       TO BEN-BENEFICIO.
           MOVE WRK-PLANO           TO BEN-PLANO.
           MOVE WRK-DEPENDENTES     TO BEN-DEPENDENTES.
           MOVE WRK-CUSTO-INFORMADO TO BEN-CUSTO-INFORMADO.
           MOVE WRK-DATA-INICIO     TO BEN-DATA-INICIO.
           MOVE ZEROS               TO BEN-DATA-FIM.
           MOVE WRK-DATA-ATUAL      TO BEN-DATA-ALTERACAO.
           WRITE BENEFICIO-ADESAO-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FS-BENEF-DUPLICADO
              DISPLAY 'MATRICULA JA TEM ADESAO A ESTE BENEFICIO. '
                      'USE A ALTERACAO.'
           ELSE
              CALL 'PROGCOBU1' USING 'BENEFIC.DAT' 'WRITE' FS-BENEF
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-INCLUIDAS
              DISPLAY 'ADESAO INCLUIDA.'
           END-IF.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Alteracao: novo plano, dependentes e custo; uma
      *          adesao encerrada volta a vigorar a partir de hoje
      *----------------------------------------------------------------*
       0220-ALTERAR-ADESAO.

           PERFORM 0250-RECEBER-CHAVE.
           PERFORM 0270-LER-ADESAO.
           IF NOT FS-BENEF-OK
              GO TO 0220-SAIDA
           END-IF.

           DISPLAY 'PLANO ATUAL ...... : ' BEN-PLANO.
           DISPLAY 'DEPENDENTES ...... : ' BEN-DEPENDENTES.
           PERFORM 0260-RECEBER-PLANO.
           IF NOT WRK-PLANO-VALIDO
              GO TO 0220-SAIDA
           END-IF.

           MOVE WRK-PLANO           TO BEN-PLANO.
           MOVE WRK-DEPENDENTES     TO BEN-DEPENDENTES.
           MOVE WRK-CUSTO-INFORMADO TO BEN-CUSTO-INFORMADO.
           IF BEN-DATA-FIM NOT = ZEROS
              MOVE WRK-DATA-ATUAL   TO BEN-DATA-INICIO
              MOVE ZEROS            TO BEN-DATA-FIM
           END-IF.
           MOVE WRK-DATA-ATUAL      TO BEN-DATA-ALTERACAO.
           REWRITE BENEFICIO-ADESAO-REG.
           CALL 'PROGCOBU1' USING 'BENEFIC.DAT' 'REWRITE' FS-BENEF
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-ALTERADAS.
           DISPLAY 'ADESAO ALTERADA.'.

       0220-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0230-ENCERRAR-ADESAO.

           PERFORM 0250-RECEBER-CHAVE.
           PERFORM 0270-LER-ADESAO.
           IF NOT FS-BENEF-OK
              GO TO 0230-SAIDA
           END-IF.

           DISPLAY 'DATA DE FIM (AAAAMMDD, ZEROS = HOJE) : '.
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-FIM
           END-IF.
           IF WRK-DATA-FIM < BEN-DATA-INICIO
              DISPLAY 'DATA DE FIM ANTERIOR AO INICIO ('
                      BEN-DATA-INICIO '). ADESAO NAO ENCERRADA.'
              GO TO 0230-SAIDA
           END-IF.

           MOVE WRK-DATA-FIM   TO BEN-DATA-FIM.
           MOVE WRK-DATA-ATUAL TO BEN-DATA-ALTERACAO.
           REWRITE BENEFICIO-ADESAO-REG.
           CALL 'PROGCOBU1' USING 'BENEFIC.DAT' 'REWRITE' FS-BENEF
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-ENCERRADAS.
           DISPLAY 'ADESAO ENCERRADA EM ' BEN-DATA-FIM '.'.

       0230-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0240-CONSULTAR-ADESAO.

           PERFORM 0250-RECEBER-CHAVE.
           PERFORM 0270-LER-ADESAO.
           IF NOT FS-BENEF-OK
              GO TO 0240-SAIDA
           END-IF.

           DISPLAY 'PLANO ............ : ' BEN-PLANO.
           DISPLAY 'DEPENDENTES ...... : ' BEN-DEPENDENTES.
           DISPLAY 'CUSTO INFORMADO .. : ' BEN-CUSTO-INFORMADO.
           DISPLAY 'INICIO ........... : ' BEN-DATA-INICIO.
           IF BEN-DATA-FIM = ZEROS
              DISPLAY 'FIM .............. : EM ABERTO'
           ELSE
              DISPLAY 'FIM .............. : ' BEN-DATA-FIM
           END-IF.
           DISPLAY 'ULTIMA ALTERACAO . : ' BEN-DATA-ALTERACAO.

       0240-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0250-RECEBER-CHAVE.

           DISPLAY 'MATRICULA ........ : '.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'BENEFICIO (VT / VR / PS) : '.
           ACCEPT WRK-BENEFICIO.
      *----------------------------------------------------------------*
      *          Plano do mesmo tipo do beneficio; dependentes so
      *          no plano de saude; custo informado so no VT
      *----------------------------------------------------------------*
       0260-RECEBER-PLANO.

           MOVE 'N'   TO WRK-PLANO-OK.
           MOVE ZEROS TO WRK-DEPENDENTES WRK-CUSTO-INFORMADO.

           DISPLAY 'PLANO ............ : '.
           ACCEPT WRK-PLANO.
           MOVE WRK-PLANO TO PLN-CODIGO.
           READ BENEFICIO-PLANO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-BENPL-OK
              DISPLAY 'PLANO NAO CADASTRADO NO BENPLANO.DAT.'
           ELSE
              IF PLN-BENEFICIO NOT = WRK-BENEFICIO
                 DISPLAY 'PLANO ' PLN-CODIGO ' E DO BENEFICIO '
                         PLN-BENEFICIO '.'
              ELSE
                 MOVE 'S' TO WRK-PLANO-OK
                 IF PLN-PLANO-SAUDE
                    DISPLAY 'DEPENDENTES COBERTOS (99) : '
                    ACCEPT WRK-DEPENDENTES
                 END-IF
                 IF PLN-VALE-TRANSPORTE
                    DISPLAY 'CUSTO MENSAL DO TRAJETO (999999V99) : '
                    ACCEPT WRK-CUSTO-INFORMADO
                    IF WRK-CUSTO-INFORMADO = ZEROS
                       AND PLN-CUSTO-TITULAR = ZEROS
                       DISPLAY 'VALE-TRANSPORTE SEM CUSTO.'
                       MOVE 'N' TO WRK-PLANO-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0270-LER-ADESAO.

           MOVE WRK-MATRICULA TO BEN-MATRICULA.
           MOVE WRK-BENEFICIO TO BEN-BENEFICIO.
           READ BENEFICIO-ADESAO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-BENEF-OK
              DISPLAY 'MATRICULA SEM ADESAO A ESTE BENEFICIO.'
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE BENEFICIO-ADESAO-FILE BENEFICIO-PLANO-FILE
                 EMPLOYEE-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'BENEFIC.DAT' 'CLOSE' FS-BENEF
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'ADESOES INCLUIDAS  ' WRK-QTD-INCLUIDAS.
           DISPLAY 'ADESOES ALTERADAS  ' WRK-QTD-ALTERADAS.
           DISPLAY 'ADESOES ENCERRADAS ' WRK-QTD-ENCERRADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           GOBACK.
