      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB111
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Ciclo trimestral de recertificacao de acesso, em dois
      * modos. Modo A (abertura): para cada usuario do USER-MASTER
      * abre no RECERT.DAT o ciclo do trimestre corrente (AAAATn) com
      * o prazo de decisao (data de hoje mais os dias uteis do
      * registro 'A' do SITE.PARM, pela ADDDU do PROGCOBU4) e imprime
      * em RECERT.REL a lista de cada supervisor (vinculo feito no
      * PROGCOB18) com nivel, acoes liberadas na matriz NIVEL x ACAO e
      * a ultima atividade do usuario no AUDIT-LOG. Conta ja bloqueada
      * fica dispensada; rodada repetida no mesmo trimestre preserva
      * as decisoes ja tomadas no PROGCOB112. Modo F (fechamento):
      * bloqueia (USR-SITUACAO 'B') o usuario ainda pendente depois do
      * prazo e o usuario sem atividade ha mais dias que o limite do
      * registro 'A', grava cada desfecho no AUDIT-LOG (RECNAOCERT ou
      * RECINATIVO, com o usuario bloqueado em AUD-USUARIO) e lista em
      * RECBLOQ.REL. O ultimo supervisor ativo nunca e bloqueado
      * automaticamente - o desfecho sai como EXCECAO - pois sem ele
      * ninguem desbloqueia contas no PROGCOB18. A rodada exige a acao
      * CICLOREC liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB111.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE
               ASSIGN TO 'USERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS FS-USERM.

           SELECT PERMISSION-FILE
               ASSIGN TO 'PERMFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS FS-PERMI.

           SELECT RECERT-FILE
               ASSIGN TO 'RECERT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-USUARIO
               FILE STATUS IS FS-RECER.

           SELECT AUDIT-LOG
               ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT SITE-PARM-FILE
               ASSIGN TO 'SITE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SITEP.

           SELECT RECERT-REPORT
               ASSIGN TO 'RECERT.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

           SELECT BLOQUEIO-REPORT
               ASSIGN TO 'RECBLOQ.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELBL.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  USER-MASTER-FILE.
       COPY USERMREG.

       FD  PERMISSION-FILE.
       COPY PERMIREG.

       FD  RECERT-FILE.
       COPY RECERREG.

       FD  AUDIT-LOG.
       01  AUD-LINHA                  PIC X(80).

       FD  SITE-PARM-FILE.
       COPY SITEPARM.

       FD  RECERT-REPORT.
       01  REL-LINHA                  PIC X(80).

       FD  BLOQUEIO-REPORT.
       01  BLQ-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERMI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECER==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==AUDIT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELBL==.

       COPY AUDITREG.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-MODO                 PIC X(01)     VALUE 'A'.
           88  WRK-MODO-ABERTURA                   VALUE 'A'.
           88  WRK-MODO-FECHAMENTO                 VALUE 'F'.

       01  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       01  WRK-DATA-ATUAL-R REDEFINES WRK-DATA-ATUAL.
           03  WRK-ATU-ANO          PIC 9(04).
           03  WRK-ATU-MES          PIC 9(02).
           03  WRK-ATU-DIA          PIC 9(02).
       77  WRK-HORA-COMPLETA        PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-ATUAL           PIC 9(06)     VALUE ZEROS.

       01  WRK-CICLO.
           03  WRK-CIC-ANO          PIC 9(04)     VALUE ZEROS.
           03  FILLER               PIC X(01)     VALUE 'T'.
           03  WRK-CIC-TRIMESTRE    PIC 9(01)     VALUE ZEROS.
       77  WRK-DATA-LIMITE          PIC 9(08)     VALUE ZEROS.
       77  WRK-DIAS-PRAZO           PIC 9(03)     VALUE ZEROS.
       77  WRK-DIAS-INATIVO         PIC 9(03)     VALUE ZEROS.

       77  WRK-U4-HORA-1            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-HORA-2            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-QTD-DIAS          PIC 9(03)     VALUE ZEROS.
       77  WRK-U4-RESULTADO         PIC S9(09)    VALUE ZEROS.
       77  WRK-U4-UF                PIC X(02)     VALUE SPACES.
       77  WRK-DIAS-SEM-ATIVIDADE   PIC 9(05)     VALUE ZEROS.
       77  WRK-DATA-ULT-ATIV        PIC 9(08)     VALUE ZEROS.

       77  WRK-ACAO-LIDA            PIC X(10)     VALUE SPACES.
           88  WRK-DESFECHO-RECERT                 VALUE 'RECMANTIDO'
                                                         'RECREVOGAD'
                                                         'RECNAOCERT'
                                                         'RECINATIVO'.
       77  WRK-MOTIVO-BLOQUEIO      PIC X(01)     VALUE SPACES.
           88  WRK-SEM-BLOQUEIO                    VALUE ' '.
           88  WRK-BLOQUEIO-SEM-RECERT             VALUE 'N'.
           88  WRK-BLOQUEIO-INATIVO                VALUE 'I'.
       77  WRK-PROGRAMA             PIC X(20)     VALUE 'PROGCOB111'.
       77  WRK-TRAVA-RESULTADO      PIC X(08)     VALUE SPACES.
           88  WRK-TRAVA-ADQUIRIDA                 VALUE 'TRAVADO'.
       77  WRK-TRAVA-DONO           PIC X(20)     VALUE SPACES.
       77  WRK-ACAO-AUDITORIA       PIC X(10)     VALUE SPACES.
       77  WRK-RESULTADO-AUDITORIA  PIC X(08)     VALUE SPACES.

       77  WRK-NIVEL-ED             PIC 9(02)     VALUE ZEROS.
       77  WRK-SITUACAO-ED          PIC X(09)     VALUE SPACES.
       77  WRK-DECISAO-ED           PIC X(10)     VALUE SPACES.
       77  WRK-DESFECHO-ED          PIC X(32)     VALUE SPACES.
       77  WRK-ACOES-LINHA          PIC X(66)     VALUE SPACES.
       77  WRK-POS-ACAO             PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-SUPERVISOR-OK        PIC X(01)     VALUE 'N'.
           88  WRK-SUPERVISOR-VALIDO               VALUE 'S'.

       77  WRK-QT-USUARIOS          PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-ABERTOS           PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-PRESERVADOS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-DISPENSADOS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-BLOQ-SEM-RECERT   PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-BLOQ-INATIVOS     PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-EXCECOES          PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-EM-USO            PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-SUPERV-ATIVOS     PIC 9(04)  COMP  VALUE ZEROS.

       77  WRK-MAX-USUARIOS         PIC 9(04)     VALUE 500.
       77  WRK-QTD-USUARIOS         PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-USU              PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-USUARIOS.
           03  WRK-USU-ENT OCCURS 500 TIMES.
               05  WRK-USU-USUARIO    PIC X(20).
               05  WRK-USU-NIVEL      PIC 9(02).
               05  WRK-USU-SITUACAO   PIC X(01).
               05  WRK-USU-ULT-ATIV   PIC 9(08).
               05  WRK-USU-SUPERVISOR PIC X(20).
               05  WRK-USU-DECISAO    PIC X(01).

       77  WRK-MAX-SUPERVISORES     PIC 9(04)     VALUE 100.
       77  WRK-QTD-SUPERVISORES     PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-SUP              PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-BUSCA            PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-SUPERVISORES.
           03  WRK-SUP-USUARIO      PIC X(20) OCCURS 100 TIMES.

       77  WRK-MAX-ACOES            PIC 9(04)     VALUE 100.
       77  WRK-IDX-NIVEL            PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-ACAO             PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ACOES.
           03  WRK-ACO-NIVEL OCCURS 3 TIMES.
               05  WRK-QTD-ACOES      PIC 9(04)  COMP.
               05  WRK-ACO-ACAO       PIC X(10) OCCURS 100 TIMES.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-MODO-ABERTURA
              PERFORM 0200-ABRIR-CICLO
           ELSE
              PERFORM 0500-FECHAR-CICLO
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL    FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE WRK-HORA-COMPLETA(1:6) TO WRK-HORA-ATUAL.

           CALL 'PROGCOBU3' USING 'CICLOREC  ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'CICLO DE RECERTIFICACAO NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'MODO (A=ABERTURA / F=FECHAMENTO) : '.
           ACCEPT WRK-MODO.
           IF NOT WRK-MODO-ABERTURA AND NOT WRK-MODO-FECHAMENTO
              DISPLAY 'MODO INVALIDO. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE WRK-ATU-ANO TO WRK-CIC-ANO.
           COMPUTE WRK-CIC-TRIMESTRE = (WRK-ATU-MES - 1) / 3 + 1.

           PERFORM 0110-LER-PARAMETRO.

           OPEN I-O USER-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'OPEN' FS-USERM
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT PERMISSION-FILE.
           CALL 'PROGCOBU1' USING 'PERMFILE.DAT' 'OPEN' FS-PERMI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O RECERT-FILE.
           IF FS-RECER = '35'
              OPEN OUTPUT RECERT-FILE
              CLOSE RECERT-FILE
              OPEN I-O RECERT-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'RECERT.DAT' 'OPEN' FS-RECER
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0120-CARREGAR-USUARIOS.
           PERFORM 0130-APURAR-ATIVIDADE THRU 0130-SAIDA.

           OPEN EXTEND AUDIT-LOG.
           IF NOT FS-AUDIT-OK
              OPEN OUTPUT AUDIT-LOG
           END-IF.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'OPEN' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Prazo em dias uteis e limite de inatividade do
      *          registro 'A' do SITE.PARM; sem ele valem 10 e 90
      *----------------------------------------------------------------*
       0110-LER-PARAMETRO.

           MOVE 10  TO WRK-DIAS-PRAZO.
           MOVE 90  TO WRK-DIAS-INATIVO.
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
                 AND SITE-PARM-RECERT-REG(1:1) = 'A'
                 MOVE PARM-REC-DIAS-PRAZO   TO WRK-DIAS-PRAZO
                 MOVE PARM-REC-DIAS-INATIVO TO WRK-DIAS-INATIVO
              END-IF
           END-PERFORM.

           IF FS-SITEP-OK OR FS-SITEP-FIM
              CLOSE SITE-PARM-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
      *          Usuarios do USER-MASTER; a ultima concessao de
      *          sessao (login) ja conta como atividade
      *----------------------------------------------------------------*
       0120-CARREGAR-USUARIOS.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ USER-MASTER-FILE NEXT
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'READ'
                      FS-USERM WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QT-USUARIOS
                 IF WRK-QTD-USUARIOS < WRK-MAX-USUARIOS
                    ADD 1 TO WRK-QTD-USUARIOS
                    MOVE USR-USUARIO
                      TO WRK-USU-USUARIO(WRK-QTD-USUARIOS)
                    MOVE USR-NIVEL
                      TO WRK-USU-NIVEL(WRK-QTD-USUARIOS)
                    MOVE USR-SITUACAO
                      TO WRK-USU-SITUACAO(WRK-QTD-USUARIOS)
                    MOVE USR-DATA-CONCESSAO
                      TO WRK-USU-ULT-ATIV(WRK-QTD-USUARIOS)
                    MOVE SPACES
                      TO WRK-USU-SUPERVISOR(WRK-QTD-USUARIOS)
                    MOVE SPACES
                      TO WRK-USU-DECISAO(WRK-QTD-USUARIOS)
                    IF USR-NIVEL-SUPERVISOR
                       AND NOT USR-CONTA-BLOQUEADA
                       ADD 1 TO WRK-QT-SUPERV-ATIVOS
                    END-IF
                 ELSE
                    DISPLAY 'TABELA DE USUARIOS CHEIA. IGNORADO: '
                            USR-USUARIO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
      *          Ultima atividade de cada usuario no AUDIT-LOG: a
      *          maior AUD-DATA em que ele aparece, sem contar os
      *          desfechos da propria recertificacao
      *----------------------------------------------------------------*
       0130-APURAR-ATIVIDADE.

           OPEN INPUT AUDIT-LOG.
           IF FS-AUDIT = '35'
              DISPLAY 'AUDITLOG.DAT AUSENTE: ATIVIDADE SO PELO LOGIN.'
              GO TO 0130-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'OPEN' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ AUDIT-LOG
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 MOVE AUD-LINHA TO AUDIT-REG
                 MOVE AUD-ACAO  TO WRK-ACAO-LIDA
                 IF NOT WRK-DESFECHO-RECERT
                    PERFORM 0135-ATUALIZAR-ATIVIDADE
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE AUDIT-LOG.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'CLOSE' FS-AUDIT
                WRK-ABEND.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       0130-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0135-ATUALIZAR-ATIVIDADE.

           PERFORM VARYING WRK-IDX-USU FROM 1 BY 1
                   UNTIL WRK-IDX-USU > WRK-QTD-USUARIOS
              IF WRK-USU-USUARIO(WRK-IDX-USU) = AUD-USUARIO
                 IF AUD-DATA NOT NUMERIC
                    CONTINUE
                 ELSE
                    IF AUD-DATA > WRK-USU-ULT-ATIV(WRK-IDX-USU)
                       MOVE AUD-DATA TO WRK-USU-ULT-ATIV(WRK-IDX-USU)
                    END-IF
                 END-IF
                 MOVE WRK-QTD-USUARIOS TO WRK-IDX-USU
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Modo A: abrir o ciclo do trimestre no RECERT.DAT e
      *          imprimir a lista de cada supervisor
      *----------------------------------------------------------------*
       0200-ABRIR-CICLO.

           MOVE WRK-DIAS-PRAZO TO WRK-U4-QTD-DIAS.
           CALL 'PROGCOBU4' USING 'ADDDU '
                WRK-DATA-ATUAL WRK-U4-HORA-1
                WRK-DATA-LIMITE WRK-U4-HORA-2
                WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF.

           OPEN OUTPUT RECERT-REPORT.
           CALL 'PROGCOBU1' USING 'RECERT.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'RECERTIFICACAO DE ACESSO - CICLO ' WRK-CICLO
                  ' - PRAZO ' WRK-DATA-LIMITE
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'DECIDIR NO PROGCOB112: M = MANTER / R = REVOGAR'
             TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-NIVEL FROM 1 BY 1
                   UNTIL WRK-IDX-NIVEL > 3
              PERFORM 0210-CARREGAR-ACOES-NIVEL
           END-PERFORM.

           PERFORM VARYING WRK-IDX-USU FROM 1 BY 1
                   UNTIL WRK-IDX-USU > WRK-QTD-USUARIOS
              PERFORM 0220-ABRIR-USUARIO
              PERFORM 0230-REGISTRAR-SUPERVISOR
           END-PERFORM.

           PERFORM VARYING WRK-IDX-SUP FROM 1 BY 1
                   UNTIL WRK-IDX-SUP > WRK-QTD-SUPERVISORES
              PERFORM 0240-IMPRIMIR-SUPERVISOR
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Acoes liberadas de um nivel, lidas a partir da
      *          primeira chave do nivel na matriz
      *----------------------------------------------------------------*
       0210-CARREGAR-ACOES-NIVEL.

           MOVE ZEROS TO WRK-QTD-ACOES(WRK-IDX-NIVEL).
           MOVE WRK-IDX-NIVEL TO PRM-NIVEL.
           MOVE LOW-VALUES    TO PRM-ACAO.
           START PERMISSION-FILE KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ PERMISSION-FILE NEXT
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF PRM-NIVEL NOT = WRK-IDX-NIVEL
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    IF PRM-ACAO-LIBERADA
                       AND WRK-QTD-ACOES(WRK-IDX-NIVEL) < WRK-MAX-ACOES
                       ADD 1 TO WRK-QTD-ACOES(WRK-IDX-NIVEL)
                       MOVE PRM-ACAO TO WRK-ACO-ACAO(WRK-IDX-NIVEL
                                       WRK-QTD-ACOES(WRK-IDX-NIVEL))
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
      *          Abrir o ciclo do usuario; rodada repetida no mesmo
      *          trimestre mantem prazo e decisao ja gravados
      *----------------------------------------------------------------*
       0220-ABRIR-USUARIO.

           MOVE WRK-USU-USUARIO(WRK-IDX-USU) TO RCT-USUARIO.
           READ RECERT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-RECER-NAO-ENCONTRADO
              INITIALIZE RECERTIFICACAO-REG
              MOVE WRK-USU-USUARIO(WRK-IDX-USU) TO RCT-USUARIO
              PERFORM 0225-PREPARAR-CICLO
              WRITE RECERTIFICACAO-REG
              CALL 'PROGCOBU1' USING 'RECERT.DAT' 'WRITE' FS-RECER
                   WRK-ABEND
           ELSE
              IF RCT-CICLO = WRK-CICLO
                 ADD 1 TO WRK-QT-PRESERVADOS
              ELSE
                 PERFORM 0225-PREPARAR-CICLO
              END-IF
              MOVE WRK-USU-ULT-ATIV(WRK-IDX-USU) TO RCT-ULT-ATIVIDADE
              REWRITE RECERTIFICACAO-REG
              CALL 'PROGCOBU1' USING 'RECERT.DAT' 'REWRITE' FS-RECER
                   WRK-ABEND
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE RCT-SUPERVISOR TO WRK-USU-SUPERVISOR(WRK-IDX-USU).
           MOVE RCT-DECISAO    TO WRK-USU-DECISAO(WRK-IDX-USU).
      *----------------------------------------------------------------*
       0225-PREPARAR-CICLO.

           MOVE WRK-CICLO                    TO RCT-CICLO.
           MOVE WRK-DATA-ATUAL               TO RCT-DATA-ABERTURA.
           MOVE WRK-DATA-LIMITE              TO RCT-DATA-LIMITE.
           MOVE WRK-USU-ULT-ATIV(WRK-IDX-USU) TO RCT-ULT-ATIVIDADE.
           MOVE ZEROS                        TO RCT-DATA-DECISAO.
           MOVE SPACES                       TO RCT-DECIDIDO-POR.
           IF WRK-USU-SITUACAO(WRK-IDX-USU) = 'B'
              MOVE 'D'    TO RCT-DECISAO
              ADD 1 TO WRK-QT-DISPENSADOS
           ELSE
              MOVE SPACES TO RCT-DECISAO
              ADD 1 TO WRK-QT-ABERTOS
           END-IF.
      *----------------------------------------------------------------*
       0230-REGISTRAR-SUPERVISOR.

           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-SUPERVISORES
                      OR WRK-SUP-USUARIO(WRK-IDX-BUSCA)
                         = WRK-USU-SUPERVISOR(WRK-IDX-USU)
              CONTINUE
           END-PERFORM.
           IF WRK-IDX-BUSCA > WRK-QTD-SUPERVISORES
              IF WRK-QTD-SUPERVISORES < WRK-MAX-SUPERVISORES
                 ADD 1 TO WRK-QTD-SUPERVISORES
                 MOVE WRK-USU-SUPERVISOR(WRK-IDX-USU)
                   TO WRK-SUP-USUARIO(WRK-QTD-SUPERVISORES)
              ELSE
                 DISPLAY 'TABELA DE SUPERVISORES CHEIA. USUARIO '
                         WRK-USU-USUARIO(WRK-IDX-USU)
                         ' FORA DA LISTA.'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Lista de um supervisor; usuario sem vinculo pode ser
      *          decidido por qualquer supervisor que nao ele mesmo
      *----------------------------------------------------------------*
       0240-IMPRIMIR-SUPERVISOR.

           MOVE SPACES TO REL-LINHA.
           IF WRK-SUP-USUARIO(WRK-IDX-SUP) = SPACES
              STRING 'USUARIOS SEM SUPERVISOR VINCULADO '
                     '(QUALQUER SUPERVISOR DECIDE)'
                     DELIMITED BY SIZE INTO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              STRING 'SUPERVISOR: ' WRK-SUP-USUARIO(WRK-IDX-SUP)
                     DELIMITED BY SIZE INTO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              PERFORM 0245-CONFERIR-SUPERVISOR
              IF NOT WRK-SUPERVISOR-VALIDO
                 STRING '*** SUPERVISOR SEM NIVEL 03 OU BLOQUEADO: '
                        'REVINCULAR NO PROGCOB18 ***'
                        DELIMITED BY SIZE INTO REL-LINHA
                 PERFORM 0800-GRAVAR-LINHA
              END-IF
           END-IF.
           MOVE 'USUARIO              NV SITUACAO  ULT.ATIV DECISAO'
             TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-USU FROM 1 BY 1
                   UNTIL WRK-IDX-USU > WRK-QTD-USUARIOS
              IF WRK-USU-SUPERVISOR(WRK-IDX-USU)
                 = WRK-SUP-USUARIO(WRK-IDX-SUP)
                 PERFORM 0250-IMPRIMIR-USUARIO
              END-IF
           END-PERFORM.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0245-CONFERIR-SUPERVISOR.

           MOVE 'N' TO WRK-SUPERVISOR-OK.
           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-USUARIOS
              IF WRK-USU-USUARIO(WRK-IDX-BUSCA)
                 = WRK-SUP-USUARIO(WRK-IDX-SUP)
                 AND WRK-USU-NIVEL(WRK-IDX-BUSCA) = 03
                 AND WRK-USU-SITUACAO(WRK-IDX-BUSCA) NOT = 'B'
                 MOVE 'S' TO WRK-SUPERVISOR-OK
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0250-IMPRIMIR-USUARIO.

           MOVE WRK-USU-NIVEL(WRK-IDX-USU) TO WRK-NIVEL-ED.
           IF WRK-USU-SITUACAO(WRK-IDX-USU) = 'B'
              MOVE 'BLOQUEADA' TO WRK-SITUACAO-ED
           ELSE
              MOVE 'ATIVA'     TO WRK-SITUACAO-ED
           END-IF.
           EVALUATE WRK-USU-DECISAO(WRK-IDX-USU)
               WHEN 'M'
                    MOVE 'MANTIDO'    TO WRK-DECISAO-ED
               WHEN 'R'
                    MOVE 'REVOGADO'   TO WRK-DECISAO-ED
               WHEN 'D'
                    MOVE 'DISPENSADO' TO WRK-DECISAO-ED
               WHEN 'N'
               WHEN 'I'
                    MOVE 'BLOQUEADO'  TO WRK-DECISAO-ED
               WHEN OTHER
                    MOVE '[ M / R ]'  TO WRK-DECISAO-ED
           END-EVALUATE.

           MOVE SPACES TO REL-LINHA.
           STRING WRK-USU-USUARIO(WRK-IDX-USU) ' '
                  WRK-NIVEL-ED ' '
                  WRK-SITUACAO-ED ' '
                  WRK-USU-ULT-ATIV(WRK-IDX-USU) ' '
                  WRK-DECISAO-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-USU-NIVEL(WRK-IDX-USU) < 01
              OR WRK-USU-NIVEL(WRK-IDX-USU) > 03
              MOVE '     NIVEL INVALIDO: SEM ACOES NA MATRIZ'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              MOVE WRK-USU-NIVEL(WRK-IDX-USU) TO WRK-IDX-NIVEL
              MOVE SPACES TO WRK-ACOES-LINHA
              MOVE 1      TO WRK-POS-ACAO
              PERFORM VARYING WRK-IDX-ACAO FROM 1 BY 1
                      UNTIL WRK-IDX-ACAO > WRK-QTD-ACOES(WRK-IDX-NIVEL)
                 IF WRK-POS-ACAO > 56
                    PERFORM 0255-GRAVAR-ACOES
                 END-IF
                 MOVE WRK-ACO-ACAO(WRK-IDX-NIVEL WRK-IDX-ACAO)
                   TO WRK-ACOES-LINHA(WRK-POS-ACAO:10)
                 ADD 11 TO WRK-POS-ACAO
              END-PERFORM
              IF WRK-POS-ACAO > 1
                 PERFORM 0255-GRAVAR-ACOES
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0255-GRAVAR-ACOES.

           MOVE SPACES TO REL-LINHA.
           STRING '     ACOES: ' WRK-ACOES-LINHA
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO WRK-ACOES-LINHA.
           MOVE 1      TO WRK-POS-ACAO.
      *----------------------------------------------------------------*
      *          Modo F: bloquear quem esta inativo alem do limite ou
      *          ficou pendente depois do prazo do ciclo
      *----------------------------------------------------------------*
       0500-FECHAR-CICLO.

           OPEN OUTPUT BLOQUEIO-REPORT.
           CALL 'PROGCOBU1' USING 'RECBLOQ.REL' 'OPEN' FS-RELBL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO BLQ-LINHA.
           STRING 'BLOQUEIOS DA RECERTIFICACAO DE ACESSO EM '
                  WRK-DATA-ATUAL
                  DELIMITED BY SIZE INTO BLQ-LINHA.
           PERFORM 0810-GRAVAR-BLOQUEIO.
           MOVE 'USUARIO              NV ULT.ATIV DESFECHO'
             TO BLQ-LINHA.
           PERFORM 0810-GRAVAR-BLOQUEIO.

           PERFORM VARYING WRK-IDX-USU FROM 1 BY 1
                   UNTIL WRK-IDX-USU > WRK-QTD-USUARIOS
              PERFORM 0510-AVALIAR-USUARIO THRU 0510-SAIDA
           END-PERFORM.
      *----------------------------------------------------------------*
       0510-AVALIAR-USUARIO.

           IF WRK-USU-SITUACAO(WRK-IDX-USU) = 'B'
              GO TO 0510-SAIDA
           END-IF.

           MOVE SPACES TO WRK-MOTIVO-BLOQUEIO.
           MOVE WRK-USU-ULT-ATIV(WRK-IDX-USU) TO WRK-DATA-ULT-ATIV.
           EVALUATE TRUE
               WHEN WRK-DATA-ULT-ATIV = ZEROS
                    MOVE 99999 TO WRK-DIAS-SEM-ATIVIDADE
               WHEN WRK-DATA-ULT-ATIV NOT < WRK-DATA-ATUAL
                    MOVE ZEROS TO WRK-DIAS-SEM-ATIVIDADE
               WHEN OTHER
                    CALL 'PROGCOBU4' USING 'DIFMI '
                         WRK-DATA-ULT-ATIV WRK-U4-HORA-1
                         WRK-DATA-ATUAL    WRK-U4-HORA-2
                         WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF
                    COMPUTE WRK-DIAS-SEM-ATIVIDADE =
                            WRK-U4-RESULTADO / 1440
           END-EVALUATE.
           IF WRK-DIAS-SEM-ATIVIDADE > WRK-DIAS-INATIVO
              MOVE 'I' TO WRK-MOTIVO-BLOQUEIO
           END-IF.

           MOVE WRK-USU-USUARIO(WRK-IDX-USU) TO RCT-USUARIO.
           READ RECERT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-RECER-OK
              IF WRK-SEM-BLOQUEIO
                 AND RCT-CICLO NOT = SPACES
                 AND RCT-PENDENTE
                 AND RCT-DATA-LIMITE < WRK-DATA-ATUAL
                 MOVE 'N' TO WRK-MOTIVO-BLOQUEIO
              END-IF
           END-IF.

           IF WRK-SEM-BLOQUEIO
              GO TO 0510-SAIDA
           END-IF.

           IF WRK-BLOQUEIO-INATIVO
              MOVE 'RECINATIVO' TO WRK-ACAO-AUDITORIA
           ELSE
              MOVE 'RECNAOCERT' TO WRK-ACAO-AUDITORIA
           END-IF.

           IF WRK-USU-NIVEL(WRK-IDX-USU) = 03
              AND WRK-QT-SUPERV-ATIVOS NOT > 1
              ADD 1 TO WRK-QT-EXCECOES
              MOVE 'EXCECAO'  TO WRK-RESULTADO-AUDITORIA
              PERFORM 0590-GRAVAR-AUDITORIA
              MOVE 'EXCECAO: ULTIMO SUPERVISOR ATIVO'
                TO WRK-DESFECHO-ED
              PERFORM 0580-LISTAR-DESFECHO
              GO TO 0510-SAIDA
           END-IF.

           CALL 'PROGCOBU7' USING 'T' 'USERMAST.DAT  '
                WRK-USU-USUARIO(WRK-IDX-USU) WRK-PROGRAMA
                WRK-TRAVA-RESULTADO WRK-TRAVA-DONO.
           IF NOT WRK-TRAVA-ADQUIRIDA
              ADD 1 TO WRK-QT-EM-USO
              DISPLAY 'USUARIO ' WRK-USU-USUARIO(WRK-IDX-USU)
                      ' EM USO POR ' WRK-TRAVA-DONO
                      '. FICA PARA A PROXIMA RODADA.'
              GO TO 0510-SAIDA
           END-IF.

           PERFORM 0520-BLOQUEAR-USUARIO.

           CALL 'PROGCOBU7' USING 'L' 'USERMAST.DAT  '
                WRK-USU-USUARIO(WRK-IDX-USU) WRK-PROGRAMA
                WRK-TRAVA-RESULTADO WRK-TRAVA-DONO.

       0510-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0520-BLOQUEAR-USUARIO.

           MOVE WRK-USU-USUARIO(WRK-IDX-USU) TO USR-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-USERM-OK
              DISPLAY 'USUARIO ' WRK-USU-USUARIO(WRK-IDX-USU)
                      ' NAO ENCONTRADO NO BLOQUEIO.'
           ELSE
              MOVE 'B' TO USR-SITUACAO
              REWRITE USER-MASTER-REG
              CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'REWRITE'
                   FS-USERM WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'B' TO WRK-USU-SITUACAO(WRK-IDX-USU)
              IF WRK-USU-NIVEL(WRK-IDX-USU) = 03
                 SUBTRACT 1 FROM WRK-QT-SUPERV-ATIVOS
              END-IF

              IF FS-RECER-OK AND RCT-CICLO NOT = SPACES
                 MOVE WRK-MOTIVO-BLOQUEIO TO RCT-DECISAO
                 MOVE WRK-DATA-ATUAL      TO RCT-DATA-DECISAO
                 MOVE WRK-PROGRAMA        TO RCT-DECIDIDO-POR
                 REWRITE RECERTIFICACAO-REG
                 CALL 'PROGCOBU1' USING 'RECERT.DAT' 'REWRITE'
                      FS-RECER WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
              END-IF

              IF WRK-BLOQUEIO-INATIVO
                 ADD 1 TO WRK-QT-BLOQ-INATIVOS
                 MOVE 'BLOQUEADO: SEM ATIVIDADE' TO WRK-DESFECHO-ED
              ELSE
                 ADD 1 TO WRK-QT-BLOQ-SEM-RECERT
                 MOVE 'BLOQUEADO: NAO RECERTIFICADO'
                   TO WRK-DESFECHO-ED
              END-IF
              MOVE 'BLOQUEAD' TO WRK-RESULTADO-AUDITORIA
              PERFORM 0590-GRAVAR-AUDITORIA
              PERFORM 0580-LISTAR-DESFECHO
           END-IF.
      *----------------------------------------------------------------*
       0580-LISTAR-DESFECHO.

           MOVE WRK-USU-NIVEL(WRK-IDX-USU) TO WRK-NIVEL-ED.
           MOVE SPACES TO BLQ-LINHA.
           STRING WRK-USU-USUARIO(WRK-IDX-USU) ' '
                  WRK-NIVEL-ED ' '
                  WRK-USU-ULT-ATIV(WRK-IDX-USU) ' '
                  WRK-DESFECHO-ED
                  DELIMITED BY SIZE INTO BLQ-LINHA.
           PERFORM 0810-GRAVAR-BLOQUEIO.
      *----------------------------------------------------------------*
      *          Desfecho no AUDIT-LOG em nome do usuario afetado
      *----------------------------------------------------------------*
       0590-GRAVAR-AUDITORIA.

           MOVE WRK-DATA-ATUAL               TO AUD-DATA.
           MOVE WRK-HORA-ATUAL               TO AUD-HORA.
           MOVE WRK-USU-USUARIO(WRK-IDX-USU) TO AUD-USUARIO.
           MOVE WRK-USU-NIVEL(WRK-IDX-USU)   TO AUD-NIVEL.
           MOVE WRK-ACAO-AUDITORIA           TO AUD-ACAO.
           MOVE WRK-RESULTADO-AUDITORIA      TO AUD-RESULTADO.

           MOVE AUDIT-REG TO AUD-LINHA.
           WRITE AUD-LINHA.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'WRITE' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'RECERT.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           MOVE SPACES TO REL-LINHA.
      *----------------------------------------------------------------*
       0810-GRAVAR-BLOQUEIO.

           WRITE BLQ-LINHA.
           CALL 'PROGCOBU1' USING 'RECBLOQ.REL' 'WRITE' FS-RELBL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           MOVE SPACES TO BLQ-LINHA.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF WRK-MODO-ABERTURA
              MOVE ALL '=' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              STRING 'USUARIOS LIDOS .......... : ' WRK-QT-USUARIOS
                     DELIMITED BY SIZE INTO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              STRING 'ABERTOS NO CICLO ........ : ' WRK-QT-ABERTOS
                     DELIMITED BY SIZE INTO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              STRING 'JA NO CICLO (PRESERVADOS) : ' WRK-QT-PRESERVADOS
                     DELIMITED BY SIZE INTO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              STRING 'DISPENSADOS (BLOQUEADOS)  : ' WRK-QT-DISPENSADOS
                     DELIMITED BY SIZE INTO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              CLOSE RECERT-REPORT
              CALL 'PROGCOBU1' USING 'RECERT.REL' 'CLOSE' FS-RELAT
                   WRK-ABEND
              DISPLAY 'CICLO ' WRK-CICLO ' ABERTO. PRAZO '
                      WRK-DATA-LIMITE
           ELSE
              MOVE ALL '-' TO BLQ-LINHA
              PERFORM 0810-GRAVAR-BLOQUEIO
              STRING 'BLOQUEADOS SEM RECERTIFICACAO : '
                     WRK-QT-BLOQ-SEM-RECERT
                     DELIMITED BY SIZE INTO BLQ-LINHA
              PERFORM 0810-GRAVAR-BLOQUEIO
              STRING 'BLOQUEADOS POR INATIVIDADE .. : '
                     WRK-QT-BLOQ-INATIVOS
                     DELIMITED BY SIZE INTO BLQ-LINHA
              PERFORM 0810-GRAVAR-BLOQUEIO
              STRING 'EXCECOES (ULTIMO SUPERVISOR)  : '
                     WRK-QT-EXCECOES
                     DELIMITED BY SIZE INTO BLQ-LINHA
              PERFORM 0810-GRAVAR-BLOQUEIO
              STRING 'EM USO (PROXIMA RODADA) ..... : '
                     WRK-QT-EM-USO
                     DELIMITED BY SIZE INTO BLQ-LINHA
              PERFORM 0810-GRAVAR-BLOQUEIO
              CLOSE BLOQUEIO-REPORT
              CALL 'PROGCOBU1' USING 'RECBLOQ.REL' 'CLOSE' FS-RELBL
                   WRK-ABEND
              DISPLAY 'BLOQUEADOS SEM RECERTIFICACAO : '
                      WRK-QT-BLOQ-SEM-RECERT
              DISPLAY 'BLOQUEADOS POR INATIVIDADE .. : '
                      WRK-QT-BLOQ-INATIVOS
              IF WRK-QT-BLOQ-SEM-RECERT > ZEROS
                 OR WRK-QT-BLOQ-INATIVOS > ZEROS
                 OR WRK-QT-EXCECOES > ZEROS
                 OR WRK-QT-EM-USO > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE USER-MASTER-FILE PERMISSION-FILE RECERT-FILE
                 AUDIT-LOG.
           CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'CLOSE' FS-USERM
                WRK-ABEND.
           CALL 'PROGCOBU1' USING 'PERMFILE.DAT' 'CLOSE' FS-PERMI
                WRK-ABEND.
           CALL 'PROGCOBU1' USING 'RECERT.DAT' 'CLOSE' FS-RECER
                WRK-ABEND.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'CLOSE' FS-AUDIT
                WRK-ABEND.

           DISPLAY '-------------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
