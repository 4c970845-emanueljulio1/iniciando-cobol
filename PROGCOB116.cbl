      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB116
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Varredura periodica dos cadastros contra as entradas
      * bloqueadas do NAME-MASTER. Cada empregado ativo do EMPLOYEE-
      * MASTER (EMPLOYEE.DAT) e cada cliente do CUSTOMER-MASTER
      * (CLIMAST.DAT) passa pela triagem do PROGCOBU9, a mesma da
      * inclusao no PROGCOB16 e no PROGCOB115, que grava a decisao no
      * AUDIT-LOG e poe o nome semelhante a um bloqueado na fila de
      * revisao de compliance (TRIAGEM.DAT, revisada no PROGCOB117).
      * Nome bloqueado vira incidente de severidade A no INCIDENT.DAT
      * para o plantao (PROGCOB65), sem repetir o incidente do mesmo
      * cadastro no mesmo dia; no cliente bloqueado e ligado o
      * CLI-BLOQUEIO, que barra os pedidos na pre-critica do
      * PROGCOB20, e desligado quando a triagem volta a liberar o
      * nome. O relatorio TRIAGEM.REL lista os nomes bloqueados, em
      * revisao e liberados pela revisao. Termina com RETURN-CODE 4
      * havendo nome bloqueado ou em revisao. A rodada exige a acao
      * TRIAGEMLOT liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS Triagem indisponivel (NAMEMAST.DAT fora do ar,
      *                resultado INDISPON do PROGCOBU9) interrompe a
      *                varredura com RC 8, em vez de contar o nome
      *                como livre e desligar o CLI-BLOQUEIO.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB116.
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

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT INCIDENTE-FILE
               ASSIGN TO 'INCIDENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INCID.

           SELECT TRIAGEM-REPORT
               ASSIGN TO 'TRIAGEM.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  INCIDENTE-FILE.
       COPY INCIDREG.

       FD  TRIAGEM-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMPLO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==INCID==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-COMPLETA        PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-USUARIO-VARREDURA    PIC X(20)     VALUE 'PROGCOB116'.

       77  WRK-ORIGEM-TRIAGEM       PIC X(01)     VALUE SPACES.
       77  WRK-CHAVE-TRIAGEM        PIC 9(06)     VALUE ZEROS.
       77  WRK-NOME-TRIAGEM         PIC X(30)     VALUE SPACES.
       77  WRK-TRIAGEM-RESULTADO    PIC X(08)     VALUE SPACES.
           88  WRK-TRIAGEM-LIVRE                   VALUE 'LIVRE'.
           88  WRK-TRIAGEM-BLOQUEADA               VALUE 'BLOQUEAD'.
           88  WRK-TRIAGEM-EM-REVISAO              VALUE 'REVISAO'.
           88  WRK-TRIAGEM-LIBERADA                VALUE 'LIBERADO'.
           88  WRK-TRIAGEM-INDISPONIVEL            VALUE 'INDISPON'.
       77  WRK-TRIAGEM-NOME-BLOQ    PIC X(30)     VALUE SPACES.
       77  WRK-TRIAGEM-REVISOR      PIC X(20)     VALUE SPACES.

      *    Incidentes de hoje ja gravados por este programa
       77  WRK-MAX-GRAVADOS         PIC 9(03)     VALUE 200.
       77  WRK-QT-JA-GRAVADOS       PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-GRAVADO          PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-GRAVADOS.
           03  WRK-GRAVADO-ARQUIVO  PIC X(14)  OCCURS 200 TIMES.
       77  WRK-INCIDENTE-EXISTE     PIC X(01)     VALUE 'N'.
           88  WRK-JA-TEM-INCIDENTE                VALUE 'S'.
       77  WRK-INCIDENTE-ABERTO     PIC X(01)     VALUE 'N'.
           88  WRK-INCIDENT-DAT-ABERTO             VALUE 'S'.
       77  WRK-ALR-ARQUIVO          PIC X(14)     VALUE SPACES.

       77  WRK-QTD-EMPREGADOS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-CLIENTES         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-LIVRES           PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-BLOQUEADOS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-EM-REVISAO       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-LIBERADOS        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-BLOQ-LIGADOS     PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-BLOQ-RETIRADOS   PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-INCIDENTES       PIC 9(06)     VALUE ZEROS.
       77  WRK-DESCRICAO-ORIGEM     PIC X(09)     VALUE SPACES.
       77  WRK-DESFECHO-ED          PIC X(32)     VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-VARRER-EMPREGADOS.
           PERFORM 0300-VARRER-CLIENTES.
           PERFORM 0700-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           CALL 'PROGCOBU3' USING 'TRIAGEMLOT' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'VARREDURA DE TRIAGEM NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-INCIDENTES.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'OPEN' FS-EMPLO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT TRIAGEM-REPORT.
           CALL 'PROGCOBU1' USING 'TRIAGEM.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'TRIAGEM DOS CADASTROS CONTRA O NAME-MASTER - '
                  WRK-DATA-ATUAL(7:2) '/' WRK-DATA-ATUAL(5:2) '/'
                  WRK-DATA-ATUAL(1:4)
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'ORIGEM    CODIGO NOME                 DESFECHO'
             TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Cadastros que ja viraram incidente hoje nesta
      *          varredura, para a rodada repetida nao duplicar
      *----------------------------------------------------------------*
       0110-CARREGAR-INCIDENTES.

           MOVE ZEROS TO WRK-QT-JA-GRAVADOS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           OPEN INPUT INCIDENTE-FILE.
           IF NOT FS-INCID-OK
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ INCIDENTE-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND INC-DATA = WRK-DATA-ATUAL
                 AND INC-ORIGEM = 'PROGCOB116'
                 AND WRK-QT-JA-GRAVADOS < WRK-MAX-GRAVADOS
                 ADD 1 TO WRK-QT-JA-GRAVADOS
                 MOVE INC-ARQUIVO
                   TO WRK-GRAVADO-ARQUIVO(WRK-QT-JA-GRAVADOS)
              END-IF
           END-PERFORM.
           IF FS-INCID-OK OR FS-INCID-FIM
              CLOSE INCIDENTE-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
      *          Empregados ativos do EMPLOYEE-MASTER, pela matricula
      *----------------------------------------------------------------*
       0200-VARRER-EMPREGADOS.

           MOVE 'EMPREGADO' TO WRK-DESCRICAO-ORIGEM.
           MOVE 'N'         TO WRK-FIM-ARQUIVO.
           MOVE ZEROS       TO EMP-MATRICULA.
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
                 CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'READ'
                      FS-EMPLO WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 IF EMP-ATIVO
                    ADD 1 TO WRK-QTD-EMPREGADOS
                    MOVE 'E'           TO WRK-ORIGEM-TRIAGEM
                    MOVE EMP-MATRICULA TO WRK-CHAVE-TRIAGEM
                    MOVE EMP-NOME      TO WRK-NOME-TRIAGEM
                    PERFORM 0400-TRIAR-NOME
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Clientes do CUSTOMER-MASTER, pelo codigo; o
      *          CLI-BLOQUEIO acompanha o desfecho da triagem
      *----------------------------------------------------------------*
       0300-VARRER-CLIENTES.

           MOVE 'CLIENTE'   TO WRK-DESCRICAO-ORIGEM.
           MOVE 'N'         TO WRK-FIM-ARQUIVO.
           MOVE ZEROS       TO CLI-CODIGO.
           START CUSTOMER-MASTER
               KEY IS NOT LESS THAN CLI-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ CUSTOMER-MASTER NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'READ'
                      FS-CLIEN WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QTD-CLIENTES
                 MOVE 'C'        TO WRK-ORIGEM-TRIAGEM
                 MOVE CLI-CODIGO TO WRK-CHAVE-TRIAGEM
                 MOVE CLI-NOME   TO WRK-NOME-TRIAGEM
                 PERFORM 0400-TRIAR-NOME
                 PERFORM 0310-ACERTAR-BLOQUEIO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0310-ACERTAR-BLOQUEIO.

           EVALUATE TRUE
               WHEN WRK-TRIAGEM-BLOQUEADA
                AND NOT CLI-BLOQUEADO-TRIAGEM
                    MOVE 'B' TO CLI-BLOQUEIO
                    ADD 1 TO WRK-QTD-BLOQ-LIGADOS
                    PERFORM 0320-REGRAVAR-CLIENTE
               WHEN WRK-TRIAGEM-LIVRE
                AND CLI-BLOQUEADO-TRIAGEM
               WHEN WRK-TRIAGEM-LIBERADA
                AND CLI-BLOQUEADO-TRIAGEM
                    MOVE 'N' TO CLI-BLOQUEIO
                    ADD 1 TO WRK-QTD-BLOQ-RETIRADOS
                    PERFORM 0320-REGRAVAR-CLIENTE
                    MOVE 'BLOQUEIO DO CLIENTE RETIRADO'
                      TO WRK-DESFECHO-ED
                    PERFORM 0410-LISTAR-DESFECHO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------*
       0320-REGRAVAR-CLIENTE.

           REWRITE CLIENTE-REG.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'REWRITE' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Triagem de um nome pelo PROGCOBU9 (que audita a
      *          decisao) e o desfecho no relatorio
      *----------------------------------------------------------------*
       0400-TRIAR-NOME.

           CALL 'PROGCOBU9' USING WRK-ORIGEM-TRIAGEM WRK-CHAVE-TRIAGEM
                WRK-NOME-TRIAGEM WRK-USUARIO-VARREDURA
                WRK-TRIAGEM-RESULTADO WRK-TRIAGEM-NOME-BLOQ
                WRK-TRIAGEM-REVISOR.

           IF WRK-TRIAGEM-INDISPONIVEL
              DISPLAY 'TRIAGEM DE NOME INDISPONIVEL (NAMEMAST.DAT). '
                      'VARREDURA INTERROMPIDA.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO WRK-DESFECHO-ED.
           EVALUATE TRUE
               WHEN WRK-TRIAGEM-BLOQUEADA
                    ADD 1 TO WRK-QTD-BLOQUEADOS
                    STRING 'BLOQUEADO ' WRK-TRIAGEM-NOME-BLOQ
                        DELIMITED BY SIZE INTO WRK-DESFECHO-ED
                    END-STRING
                    PERFORM 0410-LISTAR-DESFECHO
                    PERFORM 0600-GRAVAR-INCIDENTE
               WHEN WRK-TRIAGEM-EM-REVISAO
                    ADD 1 TO WRK-QTD-EM-REVISAO
                    STRING 'EM REVISAO ' WRK-TRIAGEM-NOME-BLOQ
                        DELIMITED BY SIZE INTO WRK-DESFECHO-ED
                    END-STRING
                    PERFORM 0410-LISTAR-DESFECHO
               WHEN WRK-TRIAGEM-LIBERADA
                    ADD 1 TO WRK-QTD-LIBERADOS
                    STRING 'LIBERADO POR ' WRK-TRIAGEM-REVISOR
                        DELIMITED BY SIZE INTO WRK-DESFECHO-ED
                    END-STRING
                    PERFORM 0410-LISTAR-DESFECHO
               WHEN OTHER
                    ADD 1 TO WRK-QTD-LIVRES
           END-EVALUATE.
      *----------------------------------------------------------------*
       0410-LISTAR-DESFECHO.

           MOVE SPACES TO REL-LINHA.
           STRING WRK-DESCRICAO-ORIGEM ' ' WRK-CHAVE-TRIAGEM ' '
                  WRK-NOME-TRIAGEM(1:20) ' ' WRK-DESFECHO-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Nome bloqueado no cadastro vira incidente para o
      *          plantao, uma vez por cadastro e por dia
      *----------------------------------------------------------------*
       0600-GRAVAR-INCIDENTE.

           MOVE SPACES TO WRK-ALR-ARQUIVO.
           STRING WRK-ORIGEM-TRIAGEM ' ' WRK-CHAVE-TRIAGEM
               DELIMITED BY SIZE INTO WRK-ALR-ARQUIVO
           END-STRING.

           MOVE 'N' TO WRK-INCIDENTE-EXISTE.
           PERFORM VARYING WRK-IDX-GRAVADO FROM 1 BY 1
                   UNTIL WRK-IDX-GRAVADO > WRK-QT-JA-GRAVADOS
              IF WRK-GRAVADO-ARQUIVO(WRK-IDX-GRAVADO) =
                 WRK-ALR-ARQUIVO
                 MOVE 'S' TO WRK-INCIDENTE-EXISTE
              END-IF
           END-PERFORM.
           IF WRK-JA-TEM-INCIDENTE
              GO TO 0600-SAIDA
           END-IF.

           IF NOT WRK-INCIDENT-DAT-ABERTO
              OPEN EXTEND INCIDENTE-FILE
              IF NOT FS-INCID-OK
                 OPEN OUTPUT INCIDENTE-FILE
              END-IF
              IF NOT FS-INCID-OK
                 DISPLAY 'INCIDENT.DAT INDISPONIVEL: INCIDENTE NAO '
                         'GRAVADO PARA ' WRK-ALR-ARQUIVO
                 GO TO 0600-SAIDA
              END-IF
              MOVE 'S' TO WRK-INCIDENTE-ABERTO
           END-IF.

           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE WRK-DATA-ATUAL          TO INC-DATA.
           MOVE WRK-HORA-COMPLETA(1:6)  TO INC-HORA.
           MOVE 'A'                     TO INC-SEVERIDADE.
           MOVE 'PROGCOB116'            TO INC-ORIGEM.
           MOVE WRK-ALR-ARQUIVO         TO INC-ARQUIVO.
           MOVE SPACES                  TO INC-STATUS.
           MOVE 'NOME BLOQUEADO NO NAME-MASTER'
             TO INC-DESCRICAO.
           MOVE 'P'                     TO INC-SITUACAO.
           MOVE SPACES                  TO INC-RECONHECIDO-POR.
           MOVE ZEROS                   TO INC-DATA-RECONHECIMENTO.
           WRITE INCIDENTE-REG.
           ADD 1 TO WRK-QTD-INCIDENTES.
           IF WRK-QT-JA-GRAVADOS < WRK-MAX-GRAVADOS
              ADD 1 TO WRK-QT-JA-GRAVADOS
              MOVE WRK-ALR-ARQUIVO
                TO WRK-GRAVADO-ARQUIVO(WRK-QT-JA-GRAVADOS)
           END-IF.

       0600-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0700-FINALIZAR.

           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMPREGADOS ' WRK-QTD-EMPREGADOS
                  '  CLIENTES ' WRK-QTD-CLIENTES
                  '  LIVRES ' WRK-QTD-LIVRES
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'BLOQUEADOS ' WRK-QTD-BLOQUEADOS
                  '  EM REVISAO ' WRK-QTD-EM-REVISAO
                  '  LIBERADOS NA REVISAO ' WRK-QTD-LIBERADOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-INCIDENT-DAT-ABERTO
              CLOSE INCIDENTE-FILE
           END-IF.

           CLOSE EMPLOYEE-MASTER-FILE CUSTOMER-MASTER TRIAGEM-REPORT.
           CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'CLOSE' FS-EMPLO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'CLOSE' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'TRIAGEM.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'EMPREGADOS TRIADOS ........... : '
                   WRK-QTD-EMPREGADOS.
           DISPLAY 'CLIENTES TRIADOS ............. : '
                   WRK-QTD-CLIENTES.
           DISPLAY 'NOMES BLOQUEADOS ............. : '
                   WRK-QTD-BLOQUEADOS.
           DISPLAY 'NOMES EM REVISAO ............. : '
                   WRK-QTD-EM-REVISAO.
           DISPLAY 'LIBERADOS NA REVISAO ......... : '
                   WRK-QTD-LIBERADOS.
           DISPLAY 'CLIENTES BLOQUEADOS AGORA .... : '
                   WRK-QTD-BLOQ-LIGADOS.
           DISPLAY 'BLOQUEIOS DE CLIENTE RETIRADOS : '
                   WRK-QTD-BLOQ-RETIRADOS.
           DISPLAY 'INCIDENTES GRAVADOS .......... : '
                   WRK-QTD-INCIDENTES.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           IF WRK-QTD-BLOQUEADOS > ZEROS OR WRK-QTD-EM-REVISAO > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'TRIAGEM.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           MOVE SPACES TO REL-LINHA.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
