      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB100
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Importacao das marcacoes do relogio de ponto
      * (PONTO.DAT) para o APONTAM.DAT da folha, no lugar da
      * digitacao pelo PROGCOB51 a partir do impresso do relogio.
      * As batidas do periodo informado sao ordenadas por
      * matricula, data e hora e pareadas em intervalos de entrada
      * e saida; o total trabalhado no dia util e separado em horas
      * normais e extras pela jornada e pela tolerancia do registro
      * 'H' do SITE.PARM (dentro da tolerancia, para mais ou para
      * menos, vale a jornada cheia); trabalho em dia nao util do
      * PROCCAL.DAT e todo hora extra. Dia util do calendario sem
      * marcacao e falta. Batida sem par (saida sem entrada,
      * entrada sem saida no dia, entrada repetida), hora invalida
      * e matricula nao cadastrada ou inativa vao para o relatorio
      * de excecoes PONTOEXC.REL; havendo excecao o lote inteiro
      * fica retido (nada e gravado e a rodada devolve RETURN-CODE
      * 4) ate o supervisor corrigir as marcacoes e reprocessar.
      * Sem excecao grava um APONTAMENTO-REG por horista ativo,
      * inclusive os sem nenhuma marcacao (todos os dias uteis como
      * falta, apontados como aviso). A rodada exige a acao PONTO
      * liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB100.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT PONTO-FILE
               ASSIGN TO 'PONTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PONTO.

           SELECT PONTO-ORDENADO
               ASSIGN TO 'PONTSORT.TMP'.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS FS-EMPLO.

           SELECT PROCESSING-CALENDAR
               ASSIGN TO 'PROCCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS FS-PRCAL.

           SELECT SITE-PARM-FILE
               ASSIGN TO 'SITE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SITEP.

           SELECT TIME-CARD-FILE
               ASSIGN TO 'APONTAM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APO-MATRICULA
               FILE STATUS IS FS-APONT.

           SELECT EXCECAO-PONTO-REPORT
               ASSIGN TO 'PONTOEXC.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  PONTO-FILE.
       COPY PONTOREG.

       SD  PONTO-ORDENADO.
       01  ORD-REG.
           03  ORD-MATRICULA              PIC 9(06).
           03  ORD-DATA                   PIC 9(08).
           03  ORD-HORA.
               05  ORD-HH                 PIC 9(02).
               05  ORD-MM                 PIC 9(02).
           03  ORD-SENTIDO                PIC X(01).
               88  ORD-ENTRADA                         VALUE 'E'.
               88  ORD-SAIDA                           VALUE 'S'.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREREG.

       FD  PROCESSING-CALENDAR.
       COPY PROCCAL.

       FD  SITE-PARM-FILE.
       COPY SITEPARM.

       FD  TIME-CARD-FILE.
       COPY APONTREG.

       FD  EXCECAO-PONTO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PONTO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMPLO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRCAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==APONT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-FIM-ORDENADO         PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-ORDENADO            VALUE 'S'.

       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-INICIO          PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-FIM             PIC 9(08)     VALUE ZEROS.

       77  WRK-JORNADA-MIN          PIC 9(03)     VALUE ZEROS.
       77  WRK-TOLERANCIA-MIN       PIC 9(02)     VALUE ZEROS.

       77  WRK-MAX-DIAS-UTEIS       PIC 9(02)     VALUE 62.
       77  WRK-QTD-DIAS-UTEIS       PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-DIA              PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-POS-DIA              PIC 9(02)  COMP  VALUE ZEROS.
       01  WRK-TABELA-DIAS-UTEIS.
           03  WRK-DIA-UTIL         PIC 9(08)  OCCURS 62 TIMES.
       01  WRK-DIAS-TRABALHADOS.
           03  WRK-DIA-TRABALHADO   PIC X(01)  OCCURS 62 TIMES.
               88  WRK-DIA-COM-MARCACAO            VALUE 'S'.

       77  WRK-MATRICULA-ATUAL      PIC 9(06)     VALUE ZEROS.
       77  WRK-DATA-DIA             PIC 9(08)     VALUE ZEROS.
       77  WRK-SITUACAO-EMPREGADO   PIC X(01)     VALUE SPACES.
           88  WRK-EMPREGADO-HORISTA               VALUE 'H'.
           88  WRK-EMPREGADO-MENSALISTA            VALUE 'M'.
           88  WRK-EMPREGADO-RECUSADO              VALUE 'X'.
       77  WRK-ENTRADA-PENDENTE     PIC X(01)     VALUE 'N'.
           88  WRK-HA-ENTRADA-ABERTA               VALUE 'S'.
       77  WRK-HORA-ENTRADA         PIC 9(04)     VALUE ZEROS.
       77  WRK-MIN-ENTRADA          PIC 9(04)     VALUE ZEROS.
       77  WRK-MIN-MARCACAO         PIC 9(04)     VALUE ZEROS.
       77  WRK-MIN-DIA              PIC 9(04)     VALUE ZEROS.
       77  WRK-MIN-NORMAIS          PIC 9(06)     VALUE ZEROS.
       77  WRK-MIN-EXTRAS           PIC 9(06)     VALUE ZEROS.
       77  WRK-FALTAS               PIC 9(02)     VALUE ZEROS.
       77  WRK-OCORRENCIA           PIC X(30)     VALUE SPACES.
       01  WRK-MARCACAO-EXCECAO.
           03  WRK-EXC-MATRICULA    PIC 9(06).
           03  WRK-EXC-DATA         PIC 9(08).
           03  WRK-EXC-HORA         PIC 9(04).
           03  WRK-EXC-SENTIDO      PIC X(01).

       77  WRK-MAX-APONTAMENTOS     PIC 9(04)     VALUE 1000.
       77  WRK-QTD-APONTAMENTOS     PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-APO              PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-POS-APO              PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-APONTAMENTOS.
           03  WRK-TAP-ENTRADA OCCURS 1000 TIMES.
               05  WRK-TAP-MATRICULA  PIC 9(06).
               05  WRK-TAP-NORMAIS    PIC 9(03)V99.
               05  WRK-TAP-EXTRAS     PIC 9(03)V99.
               05  WRK-TAP-FALTAS     PIC 9(02).

       77  WRK-QTD-MARCACOES        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-FORA-PERIODO     PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-MENSALISTAS      PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-EXCECOES         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-SEM-MARCACAO     PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-GRAVADOS         PIC 9(06)     VALUE ZEROS.

       77  WRK-NORMAIS-ED           PIC ZZ9,99.
       77  WRK-EXTRAS-ED            PIC ZZ9,99.
       77  WRK-FALTAS-ED            PIC Z9.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-HORISTAS-SEM-MARCACAO.
           IF WRK-QTD-EXCECOES = ZEROS
              PERFORM 0500-LIBERAR-LOTE
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'PONTO     ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'IMPORTACAO DO RELOGIO DE PONTO NAO '
                      'AUTORIZADA. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'INICIO DO PERIODO (AAAAMMDD) ........ : '.
           ACCEPT WRK-DATA-INICIO.
           DISPLAY 'FIM DO PERIODO (AAAAMMDD) ........... : '.
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-INICIO NOT NUMERIC
              OR WRK-DATA-FIM NOT NUMERIC
              OR WRK-DATA-INICIO = ZEROS
              OR WRK-DATA-FIM < WRK-DATA-INICIO
              OR WRK-DATA-FIM > WRK-DATA-ATUAL
              DISPLAY 'PERIODO INVALIDO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0110-LER-HORARIO.
           PERFORM 0120-CARREGAR-DIAS-UTEIS.

           OPEN INPUT PONTO-FILE.
           IF NOT FS-PONTO-OK
              DISPLAY 'PONTO.DAT (MARCACOES DO RELOGIO) '
                      'INDISPONIVEL. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE PONTO-FILE.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'OPEN' FS-EMPLO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT EXCECAO-PONTO-REPORT.
           CALL 'PROGCOBU1' USING 'PONTOEXC.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'IMPORTACAO DO RELOGIO DE PONTO - PERIODO '
                  WRK-DATA-INICIO ' A ' WRK-DATA-FIM
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'JORNADA ' WRK-JORNADA-MIN ' MIN  TOLERANCIA '
                  WRK-TOLERANCIA-MIN ' MIN  DIAS UTEIS '
                  WRK-QTD-DIAS-UTEIS
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MATRIC DATA     HORA S OCORRENCIA / NORMAIS  '
                  'EXTRAS FALTAS'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Jornada e tolerancia do registro 'H' do SITE.PARM;
      *          sem ele vale 480 minutos com 10 de tolerancia
      *----------------------------------------------------------------*
       0110-LER-HORARIO.

           MOVE 480 TO WRK-JORNADA-MIN.
           MOVE 10  TO WRK-TOLERANCIA-MIN.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

           OPEN INPUT SITE-PARM-FILE.
           IF NOT FS-SITEP-OK
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ SITE-PARM-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND SITE-PARM-HORARIO-REG(1:1) = 'H'
                 MOVE PARM-HOR-JORNADA-MIN    TO WRK-JORNADA-MIN
                 MOVE PARM-HOR-TOLERANCIA-MIN TO WRK-TOLERANCIA-MIN
              END-IF
           END-PERFORM.

           IF FS-SITEP-OK OR FS-SITEP-FIM
              CLOSE SITE-PARM-FILE
           END-IF.
           IF WRK-JORNADA-MIN = ZEROS
              DISPLAY 'JORNADA ZERADA NO SITE.PARM. PROCESSAMENTO '
                      'RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
      *          Dias uteis do periodo no calendario nacional do
      *          PROCCAL.DAT (UF em branco)
      *----------------------------------------------------------------*
       0120-CARREGAR-DIAS-UTEIS.

           MOVE ZEROS TO WRK-QTD-DIAS-UTEIS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT PROCESSING-CALENDAR.
           IF NOT FS-PRCAL-OK
              DISPLAY 'CALENDARIO DE PROCESSAMENTO (PROCCAL.DAT) '
                      'INDISPONIVEL: FALTAS NAO APURAVEIS. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES          TO CAL-UF.
           MOVE WRK-DATA-INICIO TO CAL-DATA.
           START PROCESSING-CALENDAR
               KEY IS NOT LESS THAN CAL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ PROCESSING-CALENDAR NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF CAL-UF NOT = SPACES
                    OR CAL-DATA > WRK-DATA-FIM
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    IF CAL-E-DIA-UTIL
                       IF WRK-QTD-DIAS-UTEIS >= WRK-MAX-DIAS-UTEIS
                          DISPLAY 'PERIODO COM MAIS DE '
                                  WRK-MAX-DIAS-UTEIS
                                  ' DIAS UTEIS. PROCESSAMENTO '
                                  'RECUSADO.'
                          MOVE 8 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WRK-QTD-DIAS-UTEIS
                       MOVE CAL-DATA
                         TO WRK-DIA-UTIL(WRK-QTD-DIAS-UTEIS)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE PROCESSING-CALENDAR.
           IF WRK-QTD-DIAS-UTEIS = ZEROS
              DISPLAY 'NENHUM DIA UTIL DO PERIODO NO PROCCAL.DAT '
                      '(GERAR O ANO PELO PROGCOB10).'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
      *          Ordenar as batidas por matricula, data e hora e
      *          apura-las empregado a empregado
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           SORT PONTO-ORDENADO
               ON ASCENDING KEY ORD-MATRICULA
                                ORD-DATA
                                ORD-HORA
               USING PONTO-FILE
               OUTPUT PROCEDURE IS 0210-APURAR-MARCACOES.
      *----------------------------------------------------------------*
       0210-APURAR-MARCACOES.

           PERFORM UNTIL WRK-NAO-HA-MAIS-ORDENADO
              RETURN PONTO-ORDENADO
                  AT END
                      MOVE 'S' TO WRK-FIM-ORDENADO
              END-RETURN
              IF NOT WRK-NAO-HA-MAIS-ORDENADO
                 ADD 1 TO WRK-QTD-MARCACOES
                 IF ORD-DATA < WRK-DATA-INICIO
                    OR ORD-DATA > WRK-DATA-FIM
                    ADD 1 TO WRK-QTD-FORA-PERIODO
                 ELSE
                    IF ORD-MATRICULA NOT = WRK-MATRICULA-ATUAL
                       IF WRK-MATRICULA-ATUAL NOT = ZEROS
                          PERFORM 0235-FECHAR-DIA
                          PERFORM 0240-FECHAR-EMPREGADO
                       END-IF
                       PERFORM 0220-ABRIR-EMPREGADO
                    END-IF
                    IF ORD-DATA NOT = WRK-DATA-DIA
                       PERFORM 0235-FECHAR-DIA
                       MOVE ORD-DATA TO WRK-DATA-DIA
                    END-IF
                    IF WRK-EMPREGADO-HORISTA
                       PERFORM 0230-TRATAR-MARCACAO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-MATRICULA-ATUAL NOT = ZEROS
              PERFORM 0235-FECHAR-DIA
              PERFORM 0240-FECHAR-EMPREGADO
           END-IF.
      *----------------------------------------------------------------*
      *          Primeira batida da matricula: so horista ativo do
      *          cadastro e apurado; mensalista e desprezado
      *----------------------------------------------------------------*
       0220-ABRIR-EMPREGADO.

           MOVE ORD-MATRICULA TO WRK-MATRICULA-ATUAL.
           MOVE ZEROS         TO WRK-DATA-DIA WRK-MIN-DIA
                                 WRK-MIN-NORMAIS WRK-MIN-EXTRAS.
           MOVE 'N'           TO WRK-ENTRADA-PENDENTE.
           MOVE ALL 'N'       TO WRK-DIAS-TRABALHADOS.

           MOVE ORD-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN FS-EMPLO-NAO-ENCONTRADO
                 MOVE 'X' TO WRK-SITUACAO-EMPREGADO
                 MOVE 'MATRICULA NAO CADASTRADA' TO WRK-OCORRENCIA
                 MOVE ORD-REG TO WRK-MARCACAO-EXCECAO
                 PERFORM 0250-REGISTRAR-EXCECAO
              WHEN EMP-INATIVO
                 MOVE 'X' TO WRK-SITUACAO-EMPREGADO
                 MOVE 'MATRICULA INATIVA' TO WRK-OCORRENCIA
                 MOVE ORD-REG TO WRK-MARCACAO-EXCECAO
                 PERFORM 0250-REGISTRAR-EXCECAO
              WHEN EMP-HORISTA
                 MOVE 'H' TO WRK-SITUACAO-EMPREGADO
              WHEN OTHER
                 MOVE 'M' TO WRK-SITUACAO-EMPREGADO
                 ADD 1 TO WRK-QTD-MENSALISTAS
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Parear a batida: entrada abre o intervalo, saida
      *          fecha; batida sem par e excecao
      *----------------------------------------------------------------*
       0230-TRATAR-MARCACAO.

           IF ORD-HH > 23 OR ORD-MM > 59
              OR NOT (ORD-ENTRADA OR ORD-SAIDA)
              MOVE 'MARCACAO INVALIDA' TO WRK-OCORRENCIA
              MOVE ORD-REG TO WRK-MARCACAO-EXCECAO
              PERFORM 0250-REGISTRAR-EXCECAO
           ELSE
              COMPUTE WRK-MIN-MARCACAO = ORD-HH * 60 + ORD-MM
              IF ORD-ENTRADA
                 IF WRK-HA-ENTRADA-ABERTA
                    MOVE 'ENTRADA REPETIDA' TO WRK-OCORRENCIA
                    MOVE ORD-REG TO WRK-MARCACAO-EXCECAO
                    PERFORM 0250-REGISTRAR-EXCECAO
                 END-IF
                 MOVE 'S'              TO WRK-ENTRADA-PENDENTE
                 MOVE ORD-HORA         TO WRK-HORA-ENTRADA
                 MOVE WRK-MIN-MARCACAO TO WRK-MIN-ENTRADA
              ELSE
                 IF NOT WRK-HA-ENTRADA-ABERTA
                    MOVE 'SAIDA SEM ENTRADA' TO WRK-OCORRENCIA
                    MOVE ORD-REG TO WRK-MARCACAO-EXCECAO
                    PERFORM 0250-REGISTRAR-EXCECAO
                 ELSE
                    IF WRK-MIN-MARCACAO NOT > WRK-MIN-ENTRADA
                       MOVE 'SAIDA NA MESMA HORA DA ENTRADA'
                         TO WRK-OCORRENCIA
                       MOVE ORD-REG TO WRK-MARCACAO-EXCECAO
                       PERFORM 0250-REGISTRAR-EXCECAO
                    ELSE
                       COMPUTE WRK-MIN-DIA = WRK-MIN-DIA
                             + WRK-MIN-MARCACAO - WRK-MIN-ENTRADA
                    END-IF
                    MOVE 'N' TO WRK-ENTRADA-PENDENTE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Fechar o dia: entrada sem saida e excecao; o total
      *          do dia util vira normal ate a jornada (jornada cheia
      *          dentro da tolerancia) e extra acima dela; dia nao
      *          util e todo extra
      *----------------------------------------------------------------*
       0235-FECHAR-DIA.

           IF WRK-HA-ENTRADA-ABERTA
              AND WRK-EMPREGADO-HORISTA
              MOVE WRK-MATRICULA-ATUAL TO WRK-EXC-MATRICULA
              MOVE WRK-DATA-DIA        TO WRK-EXC-DATA
              MOVE WRK-HORA-ENTRADA    TO WRK-EXC-HORA
              MOVE 'E'                 TO WRK-EXC-SENTIDO
              MOVE 'ENTRADA SEM SAIDA NO DIA' TO WRK-OCORRENCIA
              PERFORM 0250-REGISTRAR-EXCECAO
           END-IF.
           MOVE 'N' TO WRK-ENTRADA-PENDENTE.

           IF WRK-MIN-DIA > ZEROS
              MOVE ZEROS TO WRK-POS-DIA
              PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                      UNTIL WRK-IDX-DIA > WRK-QTD-DIAS-UTEIS
                         OR WRK-POS-DIA > ZEROS
                 IF WRK-DIA-UTIL(WRK-IDX-DIA) = WRK-DATA-DIA
                    MOVE WRK-IDX-DIA TO WRK-POS-DIA
                 END-IF
              END-PERFORM
              IF WRK-POS-DIA = ZEROS
                 ADD WRK-MIN-DIA TO WRK-MIN-EXTRAS
              ELSE
                 MOVE 'S' TO WRK-DIA-TRABALHADO(WRK-POS-DIA)
                 EVALUATE TRUE
                    WHEN WRK-MIN-DIA > WRK-JORNADA-MIN
                                     + WRK-TOLERANCIA-MIN
                       ADD WRK-JORNADA-MIN TO WRK-MIN-NORMAIS
                       COMPUTE WRK-MIN-EXTRAS = WRK-MIN-EXTRAS
                             + WRK-MIN-DIA - WRK-JORNADA-MIN
                    WHEN WRK-MIN-DIA + WRK-TOLERANCIA-MIN
                         >= WRK-JORNADA-MIN
                       ADD WRK-JORNADA-MIN TO WRK-MIN-NORMAIS
                    WHEN OTHER
                       ADD WRK-MIN-DIA TO WRK-MIN-NORMAIS
                 END-EVALUATE
              END-IF
           END-IF.
           MOVE ZEROS TO WRK-MIN-DIA.
      *----------------------------------------------------------------*
      *          Fechar o horista: faltas nos dias uteis sem
      *          marcacao e o apontamento guardado para a liberacao
      *----------------------------------------------------------------*
       0240-FECHAR-EMPREGADO.

           IF WRK-EMPREGADO-HORISTA
              MOVE ZEROS TO WRK-FALTAS
              PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                      UNTIL WRK-IDX-DIA > WRK-QTD-DIAS-UTEIS
                 IF NOT WRK-DIA-COM-MARCACAO(WRK-IDX-DIA)
                    ADD 1 TO WRK-FALTAS
                 END-IF
              END-PERFORM
              PERFORM 0245-GUARDAR-APONTAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0245-GUARDAR-APONTAMENTO.

           IF WRK-QTD-APONTAMENTOS >= WRK-MAX-APONTAMENTOS
              DISPLAY 'TABELA DE APONTAMENTOS ESGOTADA ('
                      WRK-MAX-APONTAMENTOS ' HORISTAS).'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           ADD 1 TO WRK-QTD-APONTAMENTOS.
           MOVE WRK-QTD-APONTAMENTOS TO WRK-POS-APO.
           MOVE WRK-MATRICULA-ATUAL TO WRK-TAP-MATRICULA(WRK-POS-APO).
           COMPUTE WRK-TAP-NORMAIS(WRK-POS-APO) ROUNDED =
                   WRK-MIN-NORMAIS / 60.
           COMPUTE WRK-TAP-EXTRAS(WRK-POS-APO) ROUNDED =
                   WRK-MIN-EXTRAS / 60.
           MOVE WRK-FALTAS TO WRK-TAP-FALTAS(WRK-POS-APO).

           MOVE WRK-TAP-NORMAIS(WRK-POS-APO) TO WRK-NORMAIS-ED.
           MOVE WRK-TAP-EXTRAS(WRK-POS-APO)  TO WRK-EXTRAS-ED.
           MOVE WRK-FALTAS                   TO WRK-FALTAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-MATRICULA-ATUAL ' APURADO'
                  '                             '
                  WRK-NORMAIS-ED ' ' WRK-EXTRAS-ED '     '
                  WRK-FALTAS-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Linha de excecao com a batida em WRK-MARCACAO-EXCECAO
      *----------------------------------------------------------------*
       0250-REGISTRAR-EXCECAO.

           ADD 1 TO WRK-QTD-EXCECOES.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-EXC-MATRICULA ' ' WRK-EXC-DATA ' '
                  WRK-EXC-HORA ' ' WRK-EXC-SENTIDO ' ' WRK-OCORRENCIA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Horista ativo sem nenhuma batida no periodo: todos
      *          os dias uteis como falta, apontado como aviso
      *----------------------------------------------------------------*
       0400-HORISTAS-SEM-MARCACAO.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO EMP-MATRICULA.
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN EMP-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ EMPLOYEE-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND NOT EMP-INATIVO
                 AND EMP-HORISTA
                 MOVE ZEROS TO WRK-POS-APO
                 PERFORM VARYING WRK-IDX-APO FROM 1 BY 1
                         UNTIL WRK-IDX-APO > WRK-QTD-APONTAMENTOS
                            OR WRK-POS-APO > ZEROS
                    IF WRK-TAP-MATRICULA(WRK-IDX-APO) = EMP-MATRICULA
                       MOVE WRK-IDX-APO TO WRK-POS-APO
                    END-IF
                 END-PERFORM
                 IF WRK-POS-APO = ZEROS
                    ADD 1 TO WRK-QTD-SEM-MARCACAO
                    MOVE EMP-MATRICULA      TO WRK-MATRICULA-ATUAL
                    MOVE ZEROS              TO WRK-MIN-NORMAIS
                                               WRK-MIN-EXTRAS
                    MOVE WRK-QTD-DIAS-UTEIS TO WRK-FALTAS
                    MOVE SPACES TO REL-LINHA
                    STRING EMP-MATRICULA ' ' EMP-NOME
                           ' AVISO: SEM MARCACAO NO PERIODO'
                           DELIMITED BY SIZE INTO REL-LINHA
                    END-STRING
                    PERFORM 0800-GRAVAR-LINHA
                    PERFORM 0245-GUARDAR-APONTAMENTO
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Lote sem excecao: gravar os apontamentos no
      *          APONTAM.DAT (matricula repetida regrava)
      *----------------------------------------------------------------*
       0500-LIBERAR-LOTE.

           OPEN I-O TIME-CARD-FILE.
           IF FS-APONT = '35'
              OPEN OUTPUT TIME-CARD-FILE
              CLOSE TIME-CARD-FILE
              OPEN I-O TIME-CARD-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'APONTAM.DAT' 'OPEN' FS-APONT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM VARYING WRK-IDX-APO FROM 1 BY 1
                   UNTIL WRK-IDX-APO > WRK-QTD-APONTAMENTOS
              MOVE WRK-TAP-MATRICULA(WRK-IDX-APO) TO APO-MATRICULA
              MOVE WRK-TAP-NORMAIS(WRK-IDX-APO)
                TO APO-HORAS-NORMAIS
              MOVE WRK-TAP-EXTRAS(WRK-IDX-APO)    TO APO-HORAS-EXTRAS
              MOVE WRK-TAP-FALTAS(WRK-IDX-APO)    TO APO-DIAS-FALTA
              WRITE APONTAMENTO-REG
                  INVALID KEY
                      CONTINUE
              END-WRITE
              IF FS-APONT-DUPLICADO
                 REWRITE APONTAMENTO-REG
                 CALL 'PROGCOBU1' USING 'APONTAM.DAT' 'REWRITE'
                      FS-APONT WRK-ABEND
              ELSE
                 CALL 'PROGCOBU1' USING 'APONTAM.DAT' 'WRITE'
                      FS-APONT WRK-ABEND
              END-IF
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-GRAVADOS
           END-PERFORM.

           CLOSE TIME-CARD-FILE.
           CALL 'PROGCOBU1' USING 'APONTAM.DAT' 'CLOSE' FS-APONT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF WRK-QTD-EXCECOES > ZEROS
              STRING 'LOTE RETIDO: ' WRK-QTD-EXCECOES
                     ' EXCECOES. CORRIGIR AS MARCACOES E '
                     'REPROCESSAR.'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              MOVE 4 TO RETURN-CODE
           ELSE
              STRING 'LOTE LIBERADO: ' WRK-QTD-GRAVADOS
                     ' APONTAMENTOS GRAVADOS NO APONTAM.DAT.'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.

           CLOSE EMPLOYEE-MASTER-FILE EXCECAO-PONTO-REPORT.
           CALL 'PROGCOBU1' USING 'PONTOEXC.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'MARCACOES LIDAS        ' WRK-QTD-MARCACOES.
           DISPLAY 'FORA DO PERIODO        ' WRK-QTD-FORA-PERIODO.
           DISPLAY 'MENSALISTAS DESPREZADOS' WRK-QTD-MENSALISTAS.
           DISPLAY 'HORISTAS SEM MARCACAO  ' WRK-QTD-SEM-MARCACAO.
           DISPLAY 'EXCECOES               ' WRK-QTD-EXCECOES.
           DISPLAY 'APONTAMENTOS GRAVADOS  ' WRK-QTD-GRAVADOS.
           IF WRK-QTD-EXCECOES > ZEROS
              DISPLAY 'LOTE RETIDO: VER PONTOEXC.REL.'
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'PONTOEXC.REL' 'WRITE' FS-RELAT
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
