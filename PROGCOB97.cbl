      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB97
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Rodada mensal do controle de periodos de ferias:
      * para cada empregado ativo com data de admissao gera no
      * FERPER.DAT os periodos aquisitivos (um por ano de casa) com
      * o limite do periodo concessivo, soma ao aquisitivo em curso
      * as faltas do APONTAM.DAT (uma vez por competencia) e
      * recalcula os dias de direito pela tabela de faltas (ate 5 =
      * 30 dias, 6 a 14 = 24, 15 a 23 = 18, 24 a 32 = 12, acima de
      * 32 = sem direito). Periodo com aquisitivo encerrado passa a
      * adquirido; com todos os dias programados pelo PROGCOB98 fica
      * quitado; passado o limite concessivo sem programacao fica
      * vencido (ferias em dobro). O FERAVISO.REL lista os periodos
      * que vencem dentro da antecedencia informada (em meses), os
      * ja vencidos e os empregados sem data de admissao; a seguir
      * gera no EVENPAG.DAT o evento de ferias de cada programacao
      * aprovada que comeca ate o mes seguinte, para o pagamento do
      * PROGCOB44. Periodo a vencer ou vencido devolve RETURN-CODE
      * 4. A rodada exige a acao PERFERIAS liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB97.
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

           SELECT TIME-CARD-FILE
               ASSIGN TO 'APONTAM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APO-MATRICULA
               FILE STATUS IS FS-APONT.

           SELECT EVENTOS-FILE
               ASSIGN TO 'EVENPAG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EVENT.

           SELECT AVISO-FERIAS-REPORT
               ASSIGN TO 'FERAVISO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
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

       FD  TIME-CARD-FILE.
       COPY APONTREG.

       FD  EVENTOS-FILE.
       COPY EVPAGREG.

       FD  AVISO-FERIAS-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMPLO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FERPE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FERPR==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==APONT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EVENT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-FIM-EMPREGADOS       PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-EMPREGADOS          VALUE 'S'.
       77  WRK-FIM-PERIODOS         PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PERIODOS            VALUE 'S'.
       77  WRK-FIM-PROGRAMACAO      PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PROGRAMACAO         VALUE 'S'.
       77  WRK-APONTAMENTO-AUSENTE  PIC X(01)     VALUE 'N'.
           88  WRK-SEM-APONTAMENTO                 VALUE 'S'.
       77  WRK-PROGRAMACAO-AUSENTE  PIC X(01)     VALUE 'N'.
           88  WRK-SEM-PROGRAMACAO                 VALUE 'S'.

       01  WRK-DATA-ATUAL.
           03  WRK-ATU-ANO           PIC 9(04).
           03  WRK-ATU-MES           PIC 9(02).
           03  WRK-ATU-DIA           PIC 9(02).
       01  WRK-DATA-ATUAL-NUM REDEFINES WRK-DATA-ATUAL
                                     PIC 9(08).
       01  WRK-COMPETENCIA-SEGUINTE.
           03  WRK-SEG-ANO           PIC 9(04).
           03  WRK-SEG-MES           PIC 9(02).
       01  WRK-COMPETENCIA-SEG-NUM REDEFINES WRK-COMPETENCIA-SEGUINTE
                                     PIC 9(06).
       01  WRK-DATA-CALC.
           03  WRK-CALC-ANO          PIC 9(04).
           03  WRK-CALC-MES          PIC 9(02).
           03  WRK-CALC-DIA          PIC 9(02).
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC
                                     PIC 9(08).
       01  WRK-DATA-ADMISSAO.
           03  WRK-ADM-ANO           PIC 9(04).
           03  WRK-ADM-MES           PIC 9(02).
           03  WRK-ADM-DIA           PIC 9(02).
       01  WRK-DATA-ADMISSAO-NUM REDEFINES WRK-DATA-ADMISSAO
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

       77  WRK-ANOS-CASA            PIC 9(03)     VALUE ZEROS.
       77  WRK-ANOS-SOMAR           PIC 9(03)     VALUE ZEROS.
       77  WRK-INICIO-PERIODO       PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-PERIODO          PIC 9(08)     VALUE ZEROS.
       77  WRK-LIMITE-PERIODO       PIC 9(08)     VALUE ZEROS.
       77  WRK-BISSEXTO             PIC X(01)     VALUE 'N'.
           88  WRK-ANO-BISSEXTO                    VALUE 'S'.
       77  WRK-QUOCIENTE            PIC 9(04)     VALUE ZEROS.
       77  WRK-RESTO-4              PIC 9(04)     VALUE ZEROS.
       77  WRK-RESTO-100            PIC 9(04)     VALUE ZEROS.
       77  WRK-RESTO-400            PIC 9(04)     VALUE ZEROS.

       77  WRK-FALTAS-MES           PIC 9(02)     VALUE ZEROS.
       77  WRK-MESES-ANTECEDENCIA   PIC 9(02)     VALUE ZEROS.
       77  WRK-MESES-ATUAL          PIC 9(06)     VALUE ZEROS.
       77  WRK-MESES-LIMITE         PIC 9(06)     VALUE ZEROS.
       77  WRK-SALDO-DIAS           PIC 9(02)     VALUE ZEROS.

       77  WRK-QTD-EMPREGADOS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-SEM-ADMISSAO     PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-PERIODOS-NOVOS   PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-A-VENCER         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-VENCIDOS         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-EVENTOS          PIC 9(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           IF NOT WRK-SEM-PROGRAMACAO
              PERFORM 0400-GERAR-EVENTOS
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL-NUM FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'PERFERIAS ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'CONTROLE DE PERIODOS DE FERIAS NAO '
                      'AUTORIZADO. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'ANTECEDENCIA DO AVISO EM MESES (99, ZEROS = 2) : '.
           ACCEPT WRK-MESES-ANTECEDENCIA.
           IF WRK-MESES-ANTECEDENCIA = ZEROS
              MOVE 2 TO WRK-MESES-ANTECEDENCIA
           END-IF.
           COMPUTE WRK-MESES-ATUAL = WRK-ATU-ANO * 12 + WRK-ATU-MES.

           MOVE WRK-ATU-ANO TO WRK-SEG-ANO.
           COMPUTE WRK-SEG-MES = WRK-ATU-MES + 1.
           IF WRK-SEG-MES > 12
              MOVE 1 TO WRK-SEG-MES
              ADD 1 TO WRK-SEG-ANO
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'OPEN' FS-EMPLO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O FERIAS-PERIODO-FILE.
           IF FS-FERPE = '35'
              OPEN OUTPUT FERIAS-PERIODO-FILE
              CLOSE FERIAS-PERIODO-FILE
              OPEN I-O FERIAS-PERIODO-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'FERPER.DAT' 'OPEN' FS-FERPE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O FERIAS-PROGRAMACAO-FILE.
           IF FS-FERPR = '35'
              MOVE 'S' TO WRK-PROGRAMACAO-AUSENTE
           ELSE
              CALL 'PROGCOBU1' USING 'FERPROG.DAT' 'OPEN' FS-FERPR
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              OPEN EXTEND EVENTOS-FILE
              IF NOT FS-EVENT-OK
                 OPEN OUTPUT EVENTOS-FILE
              END-IF
              CALL 'PROGCOBU1' USING 'EVENPAG.DAT' 'OPEN' FS-EVENT
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           OPEN INPUT TIME-CARD-FILE.
           IF FS-APONT = '35'
              MOVE 'S' TO WRK-APONTAMENTO-AUSENTE
              DISPLAY 'APONTAM.DAT AUSENTE: NENHUMA FALTA SOMADA '
                      'AOS PERIODOS AQUISITIVOS NA RODADA.'
           ELSE
              CALL 'PROGCOBU1' USING 'APONTAM.DAT' 'OPEN' FS-APONT
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           OPEN OUTPUT AVISO-FERIAS-REPORT.
           CALL 'PROGCOBU1' USING 'FERAVISO.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'PERIODOS DE FERIAS A VENCER EM ' WRK-DATA-ATUAL
                  ' - ANTECEDENCIA ' WRK-MESES-ANTECEDENCIA ' MESES'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MATRIC NOME                 DEPTO      AQUISIT. '
                  '  LIMITE DIAS SITUACAO'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE LOW-VALUES TO EMP-MATRICULA.
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN EMP-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-EMPREGADOS
           END-START.
      *----------------------------------------------------------------*
      *          Gerar e atualizar os periodos de cada empregado
      *          ativo; sem data de admissao o empregado e apontado
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           PERFORM UNTIL WRK-NAO-HA-MAIS-EMPREGADOS
              READ EMPLOYEE-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-EMPREGADOS
              END-READ
              IF NOT WRK-NAO-HA-MAIS-EMPREGADOS
                 AND NOT EMP-INATIVO
                 ADD 1 TO WRK-QTD-EMPREGADOS
                 IF EMP-DATA-ADMISSAO = ZEROS
                    ADD 1 TO WRK-QTD-SEM-ADMISSAO
                    MOVE SPACES TO REL-LINHA
                    STRING EMP-MATRICULA ' ' EMP-NOME ' '
                           EMP-DEPARTAMENTO
                           ' SEM DATA DE ADMISSAO (PROGCOB16)'
                           DELIMITED BY SIZE INTO REL-LINHA
                    END-STRING
                    PERFORM 0800-GRAVAR-LINHA
                 ELSE
                    PERFORM 0210-GERAR-PERIODOS
                    PERFORM 0215-LER-FALTAS
                    PERFORM 0220-ATUALIZAR-PERIODOS
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Um periodo aquisitivo por aniversario de admissao
      *          ja alcancado; os que ja existem ficam como estao
      *----------------------------------------------------------------*
       0210-GERAR-PERIODOS.

           MOVE EMP-DATA-ADMISSAO TO WRK-DATA-ADMISSAO-NUM.
           MOVE ZEROS             TO WRK-ANOS-CASA.
           MOVE WRK-DATA-ADMISSAO-NUM TO WRK-INICIO-PERIODO.

           PERFORM UNTIL WRK-INICIO-PERIODO > WRK-DATA-ATUAL-NUM
              MOVE EMP-MATRICULA      TO FPE-MATRICULA
              MOVE WRK-INICIO-PERIODO TO FPE-INICIO-AQUISITIVO
              READ FERIAS-PERIODO-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-FERPE-NAO-ENCONTRADO
                 PERFORM 0212-INCLUIR-PERIODO
              END-IF
              ADD 1 TO WRK-ANOS-CASA
              MOVE WRK-ANOS-CASA TO WRK-ANOS-SOMAR
              PERFORM 0810-SOMAR-ANOS
              MOVE WRK-DATA-CALC-NUM TO WRK-INICIO-PERIODO
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Fim do aquisitivo = vespera do proximo aniversario;
      *          limite do concessivo = 12 meses depois
      *----------------------------------------------------------------*
       0212-INCLUIR-PERIODO.

           COMPUTE WRK-ANOS-SOMAR = WRK-ANOS-CASA + 1.
           PERFORM 0810-SOMAR-ANOS.
           PERFORM 0820-DIA-ANTERIOR.
           MOVE WRK-DATA-CALC-NUM TO WRK-FIM-PERIODO.

           COMPUTE WRK-ANOS-SOMAR = WRK-ANOS-CASA + 2.
           PERFORM 0810-SOMAR-ANOS.
           PERFORM 0820-DIA-ANTERIOR.
           MOVE WRK-DATA-CALC-NUM TO WRK-LIMITE-PERIODO.

           MOVE EMP-MATRICULA      TO FPE-MATRICULA.
           MOVE WRK-INICIO-PERIODO TO FPE-INICIO-AQUISITIVO.
           MOVE WRK-FIM-PERIODO    TO FPE-FIM-AQUISITIVO.
           MOVE WRK-LIMITE-PERIODO TO FPE-LIMITE-CONCESSIVO.
           MOVE ZEROS              TO FPE-FALTAS
                                      FPE-ULT-COMPETENCIA-FALTA
                                      FPE-DIAS-PROGRAMADOS.
           MOVE 30                 TO FPE-DIAS-DIREITO.
           MOVE 'A'                TO FPE-SITUACAO.
           MOVE WRK-DATA-ATUAL-NUM TO FPE-DATA-ATUALIZACAO.
           WRITE FERIAS-PERIODO-REG.
           CALL 'PROGCOBU1' USING 'FERPER.DAT' 'WRITE' FS-FERPE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-PERIODOS-NOVOS.
      *----------------------------------------------------------------*
       0215-LER-FALTAS.

           MOVE ZEROS TO WRK-FALTAS-MES.
           IF NOT WRK-SEM-APONTAMENTO
              MOVE EMP-MATRICULA TO APO-MATRICULA
              READ TIME-CARD-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-APONT-OK
                 MOVE APO-DIAS-FALTA TO WRK-FALTAS-MES
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0220-ATUALIZAR-PERIODOS.

           MOVE EMP-MATRICULA TO FPE-MATRICULA.
           MOVE ZEROS         TO FPE-INICIO-AQUISITIVO.
           MOVE 'N'           TO WRK-FIM-PERIODOS.
           START FERIAS-PERIODO-FILE
               KEY IS NOT LESS THAN FPE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PERIODOS
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-PERIODOS
              READ FERIAS-PERIODO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-PERIODOS
              END-READ
              IF NOT WRK-NAO-HA-MAIS-PERIODOS
                 AND FPE-MATRICULA NOT = EMP-MATRICULA
                 MOVE 'S' TO WRK-FIM-PERIODOS
              END-IF
              IF NOT WRK-NAO-HA-MAIS-PERIODOS
                 PERFORM 0230-ATUALIZAR-PERIODO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Faltas do mes no aquisitivo em curso, dias de
      *          direito, mudanca de situacao e aviso de vencimento
      *----------------------------------------------------------------*
       0230-ATUALIZAR-PERIODO.

           IF FPE-EM-AQUISICAO
              AND FPE-INICIO-AQUISITIVO <= WRK-DATA-ATUAL-NUM
              AND FPE-FIM-AQUISITIVO    >= WRK-DATA-ATUAL-NUM
              AND FPE-ULT-COMPETENCIA-FALTA NOT =
                  WRK-DATA-ATUAL-NUM(1:6)
              ADD WRK-FALTAS-MES TO FPE-FALTAS
              MOVE WRK-DATA-ATUAL-NUM(1:6)
                TO FPE-ULT-COMPETENCIA-FALTA
           END-IF.

           IF FPE-EM-AQUISICAO
              EVALUATE TRUE
                  WHEN FPE-FALTAS <= 5
                       MOVE 30 TO FPE-DIAS-DIREITO
                  WHEN FPE-FALTAS <= 14
                       MOVE 24 TO FPE-DIAS-DIREITO
                  WHEN FPE-FALTAS <= 23
                       MOVE 18 TO FPE-DIAS-DIREITO
                  WHEN FPE-FALTAS <= 32
                       MOVE 12 TO FPE-DIAS-DIREITO
                  WHEN OTHER
                       MOVE ZEROS TO FPE-DIAS-DIREITO
              END-EVALUATE
              IF FPE-FIM-AQUISITIVO < WRK-DATA-ATUAL-NUM
                 MOVE 'C' TO FPE-SITUACAO
              END-IF
           END-IF.

           IF (FPE-ADQUIRIDO OR FPE-VENCIDO)
              AND FPE-DIAS-PROGRAMADOS >= FPE-DIAS-DIREITO
              MOVE 'Q' TO FPE-SITUACAO
           END-IF.
           IF FPE-ADQUIRIDO
              AND FPE-LIMITE-CONCESSIVO < WRK-DATA-ATUAL-NUM
              MOVE 'V' TO FPE-SITUACAO
           END-IF.

           MOVE WRK-DATA-ATUAL-NUM TO FPE-DATA-ATUALIZACAO.
           REWRITE FERIAS-PERIODO-REG.
           CALL 'PROGCOBU1' USING 'FERPER.DAT' 'REWRITE' FS-FERPE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           COMPUTE WRK-SALDO-DIAS =
                   FPE-DIAS-DIREITO - FPE-DIAS-PROGRAMADOS.
           IF FPE-ADQUIRIDO
              MOVE FPE-LIMITE-CONCESSIVO TO WRK-DATA-CALC-NUM
              COMPUTE WRK-MESES-LIMITE =
                      WRK-CALC-ANO * 12 + WRK-CALC-MES
              IF WRK-MESES-LIMITE <=
                 WRK-MESES-ATUAL + WRK-MESES-ANTECEDENCIA
                 ADD 1 TO WRK-QTD-A-VENCER
                 PERFORM 0240-LISTAR-PERIODO
              END-IF
           END-IF.
           IF FPE-VENCIDO
              ADD 1 TO WRK-QTD-VENCIDOS
              PERFORM 0240-LISTAR-PERIODO
           END-IF.
      *----------------------------------------------------------------*
       0240-LISTAR-PERIODO.

           MOVE SPACES TO REL-LINHA.
           IF FPE-VENCIDO
              STRING EMP-MATRICULA ' ' EMP-NOME ' ' EMP-DEPARTAMENTO
                     ' ' FPE-INICIO-AQUISITIVO ' '
                     FPE-LIMITE-CONCESSIVO '  ' WRK-SALDO-DIAS
                     '  VENCIDO-DOBRA'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           ELSE
              STRING EMP-MATRICULA ' ' EMP-NOME ' ' EMP-DEPARTAMENTO
                     ' ' FPE-INICIO-AQUISITIVO ' '
                     FPE-LIMITE-CONCESSIVO '  ' WRK-SALDO-DIAS
                     '  A VENCER'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Evento de ferias no EVENPAG.DAT para cada
      *          programacao aprovada que comeca ate o mes seguinte,
      *          uma unica vez por programacao
      *----------------------------------------------------------------*
       0400-GERAR-EVENTOS.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'EVENTOS DE FERIAS GERADOS NO EVENPAG.DAT' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE LOW-VALUES TO FPR-CHAVE.
           MOVE 'N'        TO WRK-FIM-PROGRAMACAO.
           START FERIAS-PROGRAMACAO-FILE
               KEY IS NOT LESS THAN FPR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PROGRAMACAO
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-PROGRAMACAO
              READ FERIAS-PROGRAMACAO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-PROGRAMACAO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-PROGRAMACAO
                 AND FPR-APROVADA
                 AND NOT FPR-EVENTO-GERADO
                 AND FPR-DATA-INICIO(1:6) <= WRK-COMPETENCIA-SEG-NUM
                 PERFORM 0410-GRAVAR-EVENTO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0410-GRAVAR-EVENTO.

           MOVE FPR-MATRICULA        TO EVP-MATRICULA.
           MOVE 'F'                  TO EVP-TIPO.
           MOVE FPR-DATA-INICIO(1:6) TO EVP-PERIODO.
           WRITE EVENTO-PAGAMENTO-REG.
           CALL 'PROGCOBU1' USING 'EVENPAG.DAT' 'WRITE' FS-EVENT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'S' TO FPR-EVENTO.
           REWRITE FERIAS-PROGRAMACAO-REG.
           CALL 'PROGCOBU1' USING 'FERPROG.DAT' 'REWRITE' FS-FERPR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-EVENTOS.

           MOVE SPACES TO REL-LINHA.
           STRING FPR-MATRICULA ' INICIO ' FPR-DATA-INICIO
                  ' FIM ' FPR-DATA-FIM ' DIAS ' FPR-DIAS
                  ' COMPETENCIA ' EVP-PERIODO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Somar WRK-ANOS-SOMAR anos a data de admissao; o 29
      *          de fevereiro cai em 28 nos anos nao bissextos
      *----------------------------------------------------------------*
       0810-SOMAR-ANOS.

           MOVE WRK-DATA-ADMISSAO-NUM TO WRK-DATA-CALC-NUM.
           ADD WRK-ANOS-SOMAR TO WRK-CALC-ANO.
           IF WRK-CALC-MES = 2 AND WRK-CALC-DIA = 29
              PERFORM 0830-VERIFICAR-BISSEXTO
              IF NOT WRK-ANO-BISSEXTO
                 MOVE 28 TO WRK-CALC-DIA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0820-DIA-ANTERIOR.

           IF WRK-CALC-DIA > 1
              SUBTRACT 1 FROM WRK-CALC-DIA
           ELSE
              IF WRK-CALC-MES = 1
                 MOVE 12 TO WRK-CALC-MES
                 SUBTRACT 1 FROM WRK-CALC-ANO
              ELSE
                 SUBTRACT 1 FROM WRK-CALC-MES
              END-IF
              MOVE WRK-QTD-DIAS-MES(WRK-CALC-MES) TO WRK-CALC-DIA
              IF WRK-CALC-MES = 2
                 PERFORM 0830-VERIFICAR-BISSEXTO
                 IF WRK-ANO-BISSEXTO
                    MOVE 29 TO WRK-CALC-DIA
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0830-VERIFICAR-BISSEXTO.

           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-CALC-ANO BY 4   GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO-4.
           DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO-100.
           DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO-400.
           IF WRK-RESTO-400 = ZEROS
              OR (WRK-RESTO-4 = ZEROS AND WRK-RESTO-100 NOT = ZEROS)
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'FERAVISO.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'A VENCER ' WRK-QTD-A-VENCER
                  '  VENCIDOS ' WRK-QTD-VENCIDOS
                  '  SEM ADMISSAO ' WRK-QTD-SEM-ADMISSAO
                  '  EVENTOS ' WRK-QTD-EVENTOS
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           CLOSE EMPLOYEE-MASTER-FILE FERIAS-PERIODO-FILE
                 AVISO-FERIAS-REPORT.
           CALL 'PROGCOBU1' USING 'FERPER.DAT' 'CLOSE' FS-FERPE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'FERAVISO.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           IF NOT WRK-SEM-PROGRAMACAO
              CLOSE FERIAS-PROGRAMACAO-FILE EVENTOS-FILE
              CALL 'PROGCOBU1' USING 'EVENPAG.DAT' 'CLOSE' FS-EVENT
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           IF NOT WRK-SEM-APONTAMENTO
              CLOSE TIME-CARD-FILE
           END-IF.

           IF WRK-QTD-A-VENCER > ZEROS OR WRK-QTD-VENCIDOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'EMPREGADOS ATIVOS      ' WRK-QTD-EMPREGADOS.
           DISPLAY 'SEM DATA DE ADMISSAO   ' WRK-QTD-SEM-ADMISSAO.
           DISPLAY 'PERIODOS GERADOS       ' WRK-QTD-PERIODOS-NOVOS.
           DISPLAY 'PERIODOS A VENCER      ' WRK-QTD-A-VENCER.
           DISPLAY 'PERIODOS VENCIDOS      ' WRK-QTD-VENCIDOS.
           DISPLAY 'EVENTOS DE FERIAS      ' WRK-QTD-EVENTOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
