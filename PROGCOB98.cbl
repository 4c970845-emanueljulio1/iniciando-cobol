      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB98
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Programacao de ferias sobre os periodos do
      * FERPER.DAT mantidos pelo PROGCOB97. O planejamento consome o
      * periodo adquirido (ou vencido) mais antigo com saldo, calcula
      * o fim do gozo e recusa: inicio passado, gozo fora de 5 a 30
      * dias, fim apos o limite do periodo concessivo, sobreposicao
      * com outra programacao do empregado e departamento que ficaria
      * com mais de WRK-PCT-MAX-AUSENCIA por cento do quadro ativo em
      * ferias ao mesmo tempo (um unico ausente e sempre aceito). A
      * aprovacao exige a acao APRFERIAS e usuario diferente do
      * solicitante; o evento de pagamento e gerado pelo PROGCOB97.
      * O cancelamento devolve os dias ao periodo aquisitivo. A
      * manutencao exige a acao FERIAS liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB98.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS FS-EMPLO.

           SELECT FERIAS-PERIODO-FILE
               ASSIGN TO 'FERPER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPE-CHAVE
               FILE STATUS IS FS-FERPE.

           SELECT FERIAS-PROGRAMACAO-FILE
               ASSIGN TO 'FERPROG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPR-CHAVE
               FILE STATUS IS FS-FERPR.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREREG.

       FD  FERIAS-PERIODO-FILE.
       COPY FERPEREG.

       FD  FERIAS-PROGRAMACAO-FILE.
       COPY FERPRREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMPLO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FERPE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FERPR==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-ACESSO-APROVACAO     PIC X(08)     VALUE SPACES.
           88  WRK-APROVACAO-AUTORIZADA            VALUE 'LIBERADO'.
       77  WRK-SAIR                 PIC X(01)     VALUE 'N'.
           88  WRK-ENCERRAR-MENU                   VALUE 'S'.
       77  WRK-OPERACAO             PIC X(01)     VALUE SPACES.
       77  WRK-USUARIO              PIC X(20)     VALUE SPACES.
       77  WRK-MATRICULA            PIC 9(06)     VALUE ZEROS.
       77  WRK-DEPARTAMENTO         PIC X(10)     VALUE SPACES.
       77  WRK-DIAS                 PIC 9(02)     VALUE ZEROS.
       77  WRK-SALDO-DIAS           PIC 9(02)     VALUE ZEROS.
       77  WRK-PCT-MAX-AUSENCIA     PIC 9(03)V99  VALUE 30,00.
       77  WRK-QTD-QUADRO           PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-AUSENTES         PIC 9(04)     VALUE ZEROS.
       77  WRK-PCT-AUSENCIA         PIC 9(05)V99  VALUE ZEROS.
       77  WRK-PCT-LIMITE           PIC 9(05)V99  VALUE ZEROS.
       77  WRK-FIM-LEITURA          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-PERIODO-OK           PIC X(01)     VALUE 'N'.
           88  WRK-PERIODO-ENCONTRADO              VALUE 'S'.
       77  WRK-CONFLITO             PIC X(01)     VALUE 'N'.
           88  WRK-HA-CONFLITO                     VALUE 'S'.
       77  WRK-DATA-OK              PIC X(01)     VALUE 'N'.
           88  WRK-DATA-VALIDA                     VALUE 'S'.
       77  WRK-BISSEXTO             PIC X(01)     VALUE 'N'.
           88  WRK-ANO-BISSEXTO                    VALUE 'S'.
       77  WRK-QUOCIENTE            PIC 9(04)     VALUE ZEROS.
       77  WRK-RESTO-4              PIC 9(04)     VALUE ZEROS.
       77  WRK-RESTO-100            PIC 9(04)     VALUE ZEROS.
       77  WRK-RESTO-400            PIC 9(04)     VALUE ZEROS.
       77  WRK-ULTIMO-DIA           PIC 9(02)     VALUE ZEROS.
       77  WRK-INICIO-AQUISITIVO    PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-INICIO          PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-FIM             PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-QTD-PLANEJADAS       PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-APROVADAS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-CANCELADAS       PIC 9(04)     VALUE ZEROS.

       01  WRK-DATA-CALC.
           03  WRK-CALC-ANO          PIC 9(04).
           03  WRK-CALC-MES          PIC 9(02).
           03  WRK-CALC-DIA          PIC 9(02).
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC
                                     PIC 9(08).

       01  WRK-DIAS-MES-TABELA.
           03  FILLER                PIC 9(02) VALUE 31.
           03  FILLER                PIC 9(02) VALUE 28.
           03  FILLER                PIC 9(02) VALUE 31.
           03  FILLER                PIC 9(02) VALUE 30.
           03  FILLER                PIC 9(02) VALUE 31.
           03  FILLER                PIC 9(02) VALUE 30.
           03  FILLER                PIC 9(02) VALUE 31.
           03  FILLER                PIC 9(02) VALUE 31.
           03  FILLER                PIC 9(02) VALUE 30.
           03  FILLER                PIC 9(02) VALUE 31.
           03  FILLER                PIC 9(02) VALUE 30.
           03  FILLER                PIC 9(02) VALUE 31.
       01  WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TABELA.
           03  WRK-QTD-DIAS-MES      PIC 9(02) OCCURS 12 TIMES.
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

           CALL 'PROGCOBU3' USING 'FERIAS    ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'PROGRAMACAO DE FERIAS NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY 'USUARIO RESPONSAVEL ..... : '.
           ACCEPT WRK-USUARIO.
           IF WRK-USUARIO = SPACES
              DISPLAY 'USUARIO NAO INFORMADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'OPEN' FS-EMPLO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O FERIAS-PERIODO-FILE.
           IF FS-FERPE = '35'
              DISPLAY 'FERPER.DAT AUSENTE: RODE O PROGCOB97 ANTES DE '
                      'PROGRAMAR FERIAS.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'FERPER.DAT' 'OPEN' FS-FERPE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O FERIAS-PROGRAMACAO-FILE.
           IF FS-FERPR = '35'
              OPEN OUTPUT FERIAS-PROGRAMACAO-FILE
              CLOSE FERIAS-PROGRAMACAO-FILE
              OPEN I-O FERIAS-PROGRAMACAO-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'FERPROG.DAT' 'OPEN' FS-FERPR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           DISPLAY '============================================'.
           DISPLAY ' PROGRAMACAO DE FERIAS'.
           DISPLAY ' P - PLANEJAR FERIAS'.
           DISPLAY ' A - APROVAR PROGRAMACAO'.
           DISPLAY ' C - CANCELAR PROGRAMACAO'.
           DISPLAY ' L - LISTAR PERIODOS E PROGRAMACOES'.
           DISPLAY ' S - SAIR'.
           DISPLAY '============================================'.
           DISPLAY 'OPERACAO ..... : '.
           ACCEPT WRK-OPERACAO.

           EVALUATE WRK-OPERACAO
               WHEN 'P'
                    PERFORM 0210-PLANEJAR-FERIAS THRU 0210-SAIDA
               WHEN 'A'
                    PERFORM 0220-APROVAR-FERIAS THRU 0220-SAIDA
               WHEN 'C'
                    PERFORM 0230-CANCELAR-FERIAS THRU 0230-SAIDA
               WHEN 'L'
                    PERFORM 0240-LISTAR-FERIAS THRU 0240-SAIDA
               WHEN 'S'
                    MOVE 'S' TO WRK-SAIR
               WHEN OTHER
                    DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Planejamento: periodo com saldo, limite concessivo,
      *          sobreposicao e cobertura do departamento
      *----------------------------------------------------------------*
       0210-PLANEJAR-FERIAS.

           DISPLAY 'MATRICULA ........ : '.
           ACCEPT WRK-MATRICULA.
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
              DISPLAY 'EMPREGADO INATIVO: FERIAS NAO PROGRAMADAS.'
              GO TO 0210-SAIDA
           END-IF.
           MOVE EMP-DEPARTAMENTO TO WRK-DEPARTAMENTO.

           DISPLAY 'INICIO DO GOZO (AAAAMMDD) : '.
           ACCEPT WRK-DATA-INICIO.
           MOVE WRK-DATA-INICIO TO WRK-DATA-CALC-NUM.
           PERFORM 0810-VALIDAR-DATA.
           IF NOT WRK-DATA-VALIDA
              DISPLAY 'DATA DE INICIO INVALIDA.'
              GO TO 0210-SAIDA
           END-IF.
           IF WRK-DATA-INICIO < WRK-DATA-ATUAL
              DISPLAY 'INICIO DO GOZO ANTERIOR A HOJE.'
              GO TO 0210-SAIDA
           END-IF.

           DISPLAY 'DIAS DE GOZO (05 A 30) : '.
           ACCEPT WRK-DIAS.
           IF WRK-DIAS < 5 OR WRK-DIAS > 30
              DISPLAY 'GOZO DEVE TER DE 5 A 30 DIAS.'
              GO TO 0210-SAIDA
           END-IF.

           MOVE WRK-DATA-INICIO TO WRK-DATA-CALC-NUM.
           PERFORM 0820-DIA-SEGUINTE
               WRK-DIAS TIMES.
           PERFORM 0825-DIA-ANTERIOR.
           MOVE WRK-DATA-CALC-NUM TO WRK-DATA-FIM.

           PERFORM 0250-ESCOLHER-PERIODO.
           IF NOT WRK-PERIODO-ENCONTRADO
              DISPLAY 'NENHUM PERIODO ADQUIRIDO COM SALDO DE '
                      WRK-DIAS ' DIAS.'
              GO TO 0210-SAIDA
           END-IF.
           IF FPE-ADQUIRIDO
              AND WRK-DATA-FIM > FPE-LIMITE-CONCESSIVO
              DISPLAY 'GOZO TERMINA EM ' WRK-DATA-FIM
                      ', APOS O LIMITE CONCESSIVO '
                      FPE-LIMITE-CONCESSIVO '.'
              GO TO 0210-SAIDA
           END-IF.
           MOVE FPE-INICIO-AQUISITIVO TO WRK-INICIO-AQUISITIVO.

           PERFORM 0260-VERIFICAR-CONFLITOS.
           IF WRK-HA-CONFLITO
              DISPLAY 'JA EXISTE PROGRAMACAO DO EMPREGADO NO '
                      'PERIODO INFORMADO.'
              GO TO 0210-SAIDA
           END-IF.

           PERFORM 0270-CONTAR-QUADRO.
           COMPUTE WRK-PCT-AUSENCIA = (WRK-QTD-AUSENTES + 1) * 100.
           COMPUTE WRK-PCT-LIMITE =
                   WRK-PCT-MAX-AUSENCIA * WRK-QTD-QUADRO.
           IF WRK-QTD-AUSENTES > ZEROS
              AND WRK-PCT-AUSENCIA > WRK-PCT-LIMITE
              DISPLAY 'DEPARTAMENTO ' WRK-DEPARTAMENTO ' JA TEM '
                      WRK-QTD-AUSENTES ' DE ' WRK-QTD-QUADRO
                      ' EMPREGADOS EM FERIAS NO PERIODO.'
              DISPLAY 'COBERTURA MINIMA NAO ATENDIDA (MAXIMO '
                      WRK-PCT-MAX-AUSENCIA '% AUSENTE).'
              GO TO 0210-SAIDA
           END-IF.

           MOVE WRK-MATRICULA         TO FPR-MATRICULA.
           MOVE WRK-DATA-INICIO       TO FPR-DATA-INICIO.
           MOVE WRK-DATA-FIM          TO FPR-DATA-FIM.
           MOVE WRK-DIAS              TO FPR-DIAS.
           MOVE WRK-INICIO-AQUISITIVO TO FPR-INICIO-AQUISITIVO.
           MOVE WRK-DEPARTAMENTO      TO FPR-DEPARTAMENTO.
           MOVE 'P'                   TO FPR-SITUACAO.
           MOVE 'N'                   TO FPR-EVENTO.
           MOVE WRK-USUARIO           TO FPR-SOLICITANTE.
           MOVE WRK-DATA-ATUAL        TO FPR-DATA-PEDIDO.
           MOVE SPACES                TO FPR-APROVADOR.
           MOVE ZEROS                 TO FPR-DATA-APROVACAO.
           WRITE FERIAS-PROGRAMACAO-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FS-FERPR-DUPLICADO
              DISPLAY 'JA EXISTE PROGRAMACAO COM ESTE INICIO.'
              GO TO 0210-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'FERPROG.DAT' 'WRITE' FS-FERPR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-MATRICULA         TO FPE-MATRICULA.
           MOVE WRK-INICIO-AQUISITIVO TO FPE-INICIO-AQUISITIVO.
           READ FERIAS-PERIODO-FILE.
           CALL 'PROGCOBU1' USING 'FERPER.DAT' 'READ' FS-FERPE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD WRK-DIAS TO FPE-DIAS-PROGRAMADOS.
           IF FPE-DIAS-PROGRAMADOS >= FPE-DIAS-DIREITO
              MOVE 'Q' TO FPE-SITUACAO
           END-IF.
           MOVE WRK-DATA-ATUAL TO FPE-DATA-ATUALIZACAO.
           PERFORM 0280-REGRAVAR-PERIODO.

           ADD 1 TO WRK-QTD-PLANEJADAS.
           DISPLAY 'FERIAS PLANEJADAS DE ' WRK-DATA-INICIO ' A '
                   WRK-DATA-FIM ' (AQUISITIVO '
                   WRK-INICIO-AQUISITIVO '). AGUARDA APROVACAO.'.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Aprovacao por usuario com a acao APRFERIAS e
      *          diferente de quem planejou
      *----------------------------------------------------------------*
       0220-APROVAR-FERIAS.

           CALL 'PROGCOBU3' USING 'APRFERIAS ' WRK-ACESSO-APROVACAO.
           IF NOT WRK-APROVACAO-AUTORIZADA
              DISPLAY 'APROVACAO DE FERIAS NAO AUTORIZADA.'
              GO TO 0220-SAIDA
           END-IF.

           PERFORM 0290-LER-PROGRAMACAO.
           IF NOT FS-FERPR-OK
              GO TO 0220-SAIDA
           END-IF.
           IF NOT FPR-PLANEJADA
              DISPLAY 'PROGRAMACAO NAO ESTA PENDENTE DE APROVACAO '
                      '(SITUACAO ' FPR-SITUACAO ').'
              GO TO 0220-SAIDA
           END-IF.
           IF FPR-SOLICITANTE = WRK-USUARIO
              DISPLAY 'APROVADOR IGUAL AO SOLICITANTE: PROGRAMACAO '
                      'MANTIDA PARA OUTRO SUPERVISOR.'
              GO TO 0220-SAIDA
           END-IF.

           MOVE 'A'            TO FPR-SITUACAO.
           MOVE WRK-USUARIO    TO FPR-APROVADOR.
           MOVE WRK-DATA-ATUAL TO FPR-DATA-APROVACAO.
           REWRITE FERIAS-PROGRAMACAO-REG.
           CALL 'PROGCOBU1' USING 'FERPROG.DAT' 'REWRITE' FS-FERPR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-APROVADAS.
           DISPLAY 'PROGRAMACAO APROVADA.'.

       0220-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Cancelamento antes da geracao do evento; os dias
      *          voltam ao saldo do periodo aquisitivo
      *----------------------------------------------------------------*
       0230-CANCELAR-FERIAS.

           PERFORM 0290-LER-PROGRAMACAO.
           IF NOT FS-FERPR-OK
              GO TO 0230-SAIDA
           END-IF.
           IF FPR-CANCELADA
              DISPLAY 'PROGRAMACAO JA CANCELADA.'
              GO TO 0230-SAIDA
           END-IF.
           IF FPR-EVENTO-GERADO
              DISPLAY 'EVENTO DE PAGAMENTO JA GERADO: PROGRAMACAO '
                      'NAO PODE SER CANCELADA.'
              GO TO 0230-SAIDA
           END-IF.

           MOVE 'C' TO FPR-SITUACAO.
           REWRITE FERIAS-PROGRAMACAO-REG.
           CALL 'PROGCOBU1' USING 'FERPROG.DAT' 'REWRITE' FS-FERPR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE FPR-MATRICULA         TO FPE-MATRICULA.
           MOVE FPR-INICIO-AQUISITIVO TO FPE-INICIO-AQUISITIVO.
           READ FERIAS-PERIODO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-FERPE-OK
              IF FPE-DIAS-PROGRAMADOS > FPR-DIAS
                 SUBTRACT FPR-DIAS FROM FPE-DIAS-PROGRAMADOS
              ELSE
                 MOVE ZEROS TO FPE-DIAS-PROGRAMADOS
              END-IF
              IF FPE-QUITADO
                 AND FPE-DIAS-PROGRAMADOS < FPE-DIAS-DIREITO
                 IF FPE-LIMITE-CONCESSIVO < WRK-DATA-ATUAL
                    MOVE 'V' TO FPE-SITUACAO
                 ELSE
                    MOVE 'C' TO FPE-SITUACAO
                 END-IF
              END-IF
              MOVE WRK-DATA-ATUAL TO FPE-DATA-ATUALIZACAO
              PERFORM 0280-REGRAVAR-PERIODO
           END-IF.

           ADD 1 TO WRK-QTD-CANCELADAS.
           DISPLAY 'PROGRAMACAO CANCELADA. ' FPR-DIAS
                   ' DIAS DEVOLVIDOS AO PERIODO ' FPR-INICIO-AQUISITIVO
                   '.'.

       0230-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0240-LISTAR-FERIAS.

           DISPLAY 'MATRICULA ........ : '.
           ACCEPT WRK-MATRICULA.

           DISPLAY 'AQUISITIVO   FIM AQUIS. LIMITE   DIR PROG SIT'.
           MOVE WRK-MATRICULA TO FPE-MATRICULA.
           MOVE ZEROS         TO FPE-INICIO-AQUISITIVO.
           MOVE 'N'           TO WRK-FIM-LEITURA.
           START FERIAS-PERIODO-FILE
               KEY IS NOT LESS THAN FPE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FERIAS-PERIODO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-LEITURA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF FPE-MATRICULA NOT = WRK-MATRICULA
                    MOVE 'S' TO WRK-FIM-LEITURA
                 ELSE
                    DISPLAY FPE-INICIO-AQUISITIVO '     '
                            FPE-FIM-AQUISITIVO ' '
                            FPE-LIMITE-CONCESSIVO ' '
                            FPE-DIAS-DIREITO '  '
                            FPE-DIAS-PROGRAMADOS '   '
                            FPE-SITUACAO
                 END-IF
              END-IF
           END-PERFORM.

           DISPLAY 'INICIO   FIM      DIAS SIT EVT SOLICITANTE'.
           MOVE WRK-MATRICULA TO FPR-MATRICULA.
           MOVE ZEROS         TO FPR-DATA-INICIO.
           MOVE 'N'           TO WRK-FIM-LEITURA.
           START FERIAS-PROGRAMACAO-FILE
               KEY IS NOT LESS THAN FPR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FERIAS-PROGRAMACAO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-LEITURA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF FPR-MATRICULA NOT = WRK-MATRICULA
                    MOVE 'S' TO WRK-FIM-LEITURA
                 ELSE
                    DISPLAY FPR-DATA-INICIO ' ' FPR-DATA-FIM ' '
                            FPR-DIAS '   ' FPR-SITUACAO '   '
                            FPR-EVENTO '   ' FPR-SOLICITANTE
                 END-IF
              END-IF
           END-PERFORM.

       0240-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Periodo adquirido ou vencido mais antigo com saldo
      *          para os dias pedidos (vencido tem prioridade por
      *          ser sempre o mais antigo)
      *----------------------------------------------------------------*
       0250-ESCOLHER-PERIODO.

           MOVE 'N'           TO WRK-PERIODO-OK.
           MOVE WRK-MATRICULA TO FPE-MATRICULA.
           MOVE ZEROS         TO FPE-INICIO-AQUISITIVO.
           MOVE 'N'           TO WRK-FIM-LEITURA.
           START FERIAS-PERIODO-FILE
               KEY IS NOT LESS THAN FPE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                      OR WRK-PERIODO-ENCONTRADO
              READ FERIAS-PERIODO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-LEITURA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF FPE-MATRICULA NOT = WRK-MATRICULA
                    MOVE 'S' TO WRK-FIM-LEITURA
                 ELSE
                    IF (FPE-ADQUIRIDO OR FPE-VENCIDO)
                       AND FPE-DIAS-DIREITO > FPE-DIAS-PROGRAMADOS
                       COMPUTE WRK-SALDO-DIAS = FPE-DIAS-DIREITO
                                              - FPE-DIAS-PROGRAMADOS
                       IF WRK-SALDO-DIAS >= WRK-DIAS
                          MOVE 'S' TO WRK-PERIODO-OK
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Varre as programacoes ativas que cruzam o gozo
      *          pedido: do proprio empregado e conflito; do mesmo
      *          departamento conta como ausente
      *----------------------------------------------------------------*
       0260-VERIFICAR-CONFLITOS.

           MOVE 'N'        TO WRK-CONFLITO.
           MOVE ZEROS      TO WRK-QTD-AUSENTES.
           MOVE LOW-VALUES TO FPR-CHAVE.
           MOVE 'N'        TO WRK-FIM-LEITURA.
           START FERIAS-PROGRAMACAO-FILE
               KEY IS NOT LESS THAN FPR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ FERIAS-PROGRAMACAO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-LEITURA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND NOT FPR-CANCELADA
                 AND FPR-DATA-INICIO <= WRK-DATA-FIM
                 AND FPR-DATA-FIM    >= WRK-DATA-INICIO
                 IF FPR-MATRICULA = WRK-MATRICULA
                    MOVE 'S' TO WRK-CONFLITO
                 ELSE
                    IF FPR-DEPARTAMENTO = WRK-DEPARTAMENTO
                       ADD 1 TO WRK-QTD-AUSENTES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0270-CONTAR-QUADRO.

           MOVE ZEROS            TO WRK-QTD-QUADRO.
           MOVE WRK-DEPARTAMENTO TO EMP-DEPARTAMENTO.
           MOVE LOW-VALUES       TO EMP-NOME.
           MOVE 'N'              TO WRK-FIM-LEITURA.
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ EMPLOYEE-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-LEITURA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF EMP-DEPARTAMENTO NOT = WRK-DEPARTAMENTO
                    MOVE 'S' TO WRK-FIM-LEITURA
                 ELSE
                    IF EMP-ATIVO
                       ADD 1 TO WRK-QTD-QUADRO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0280-REGRAVAR-PERIODO.

           REWRITE FERIAS-PERIODO-REG.
           CALL 'PROGCOBU1' USING 'FERPER.DAT' 'REWRITE' FS-FERPE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0290-LER-PROGRAMACAO.

           DISPLAY 'MATRICULA ........ : '.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'INICIO DO GOZO (AAAAMMDD) : '.
           ACCEPT WRK-DATA-INICIO.
           MOVE WRK-MATRICULA   TO FPR-MATRICULA.
           MOVE WRK-DATA-INICIO TO FPR-DATA-INICIO.
           READ FERIAS-PROGRAMACAO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-FERPR-OK
              DISPLAY 'PROGRAMACAO NAO ENCONTRADA.'
           ELSE
              DISPLAY 'GOZO ............. : ' FPR-DATA-INICIO ' A '
                      FPR-DATA-FIM ' (' FPR-DIAS ' DIAS)'
              DISPLAY 'SOLICITANTE ...... : ' FPR-SOLICITANTE
           END-IF.
      *----------------------------------------------------------------*
       0810-VALIDAR-DATA.

           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-CALC-MES >= 1 AND WRK-CALC-MES <= 12
              AND WRK-CALC-DIA >= 1
              PERFORM 0830-ULTIMO-DIA-MES
              IF WRK-CALC-DIA <= WRK-ULTIMO-DIA
                 MOVE 'S' TO WRK-DATA-OK
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0820-DIA-SEGUINTE.

           PERFORM 0830-ULTIMO-DIA-MES.
           IF WRK-CALC-DIA < WRK-ULTIMO-DIA
              ADD 1 TO WRK-CALC-DIA
           ELSE
              MOVE 1 TO WRK-CALC-DIA
              IF WRK-CALC-MES = 12
                 MOVE 1 TO WRK-CALC-MES
                 ADD 1 TO WRK-CALC-ANO
              ELSE
                 ADD 1 TO WRK-CALC-MES
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0825-DIA-ANTERIOR.

           IF WRK-CALC-DIA > 1
              SUBTRACT 1 FROM WRK-CALC-DIA
           ELSE
              IF WRK-CALC-MES = 1
                 MOVE 12 TO WRK-CALC-MES
                 SUBTRACT 1 FROM WRK-CALC-ANO
              ELSE
                 SUBTRACT 1 FROM WRK-CALC-MES
              END-IF
              PERFORM 0830-ULTIMO-DIA-MES
              MOVE WRK-ULTIMO-DIA TO WRK-CALC-DIA
           END-IF.
      *----------------------------------------------------------------*
       0830-ULTIMO-DIA-MES.

           MOVE WRK-QTD-DIAS-MES(WRK-CALC-MES) TO WRK-ULTIMO-DIA.
           IF WRK-CALC-MES = 2
              MOVE 'N' TO WRK-BISSEXTO
              DIVIDE WRK-CALC-ANO BY 4   GIVING WRK-QUOCIENTE
                     REMAINDER WRK-RESTO-4
              DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-QUOCIENTE
                     REMAINDER WRK-RESTO-100
              DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-QUOCIENTE
                     REMAINDER WRK-RESTO-400
              IF WRK-RESTO-400 = ZEROS
                 OR (WRK-RESTO-4 = ZEROS AND WRK-RESTO-100 NOT = ZEROS)
                 MOVE 29 TO WRK-ULTIMO-DIA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE EMPLOYEE-MASTER-FILE FERIAS-PERIODO-FILE
                 FERIAS-PROGRAMACAO-FILE.
           CALL 'PROGCOBU1' USING 'FERPROG.DAT' 'CLOSE' FS-FERPR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'FERIAS PLANEJADAS  ' WRK-QTD-PLANEJADAS.
           DISPLAY 'FERIAS APROVADAS   ' WRK-QTD-APROVADAS.
           DISPLAY 'FERIAS CANCELADAS  ' WRK-QTD-CANCELADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           GOBACK.
