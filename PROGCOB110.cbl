      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB110
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Relatorio de conflitos de segregacao de funcoes. Le
      * as regras do SODREGRA.DAT (pares de acoes incompativeis, como
      * manutencao de salario x APROVSAL, TARIFA x FATURAR ou
      * PAGBANCO x PAGFRETE), confere na matriz NIVEL x ACAO do
      * PERMISSION-FILE quais niveis tem as duas acoes do par
      * liberadas e lista em SODCONF.REL os niveis em conflito e cada
      * usuario do USER-MASTER cujo nivel concede um par proibido.
      * Havendo conflito o programa termina com RETURN-CODE 4. A
      * rodada exige a acao SEGREGACAO liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB110.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT SOD-REGRAS
               ASSIGN TO 'SODREGRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SODRG.

           SELECT USER-MASTER-FILE
               ASSIGN TO 'USERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS FS-USERM.

           SELECT PERMISSION-FILE
               ASSIGN TO 'PERMFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS FS-PERMI.

           SELECT SOD-REPORT
               ASSIGN TO 'SODCONF.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  SOD-REGRAS.
       COPY SODREG.

       FD  USER-MASTER-FILE.
       COPY USERMREG.

       FD  PERMISSION-FILE.
       COPY PERMIREG.

       FD  SOD-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SODRG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERMI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.

       77  WRK-ACAO-LIBERADA-A      PIC X(01)     VALUE 'N'.
       77  WRK-ACAO-LIBERADA-B      PIC X(01)     VALUE 'N'.
       77  WRK-PERMISSAO-LIDA       PIC X(01)     VALUE 'N'.
       77  WRK-NIVEL-ED             PIC 9(02)     VALUE ZEROS.
       77  WRK-SITUACAO-ED          PIC X(09)     VALUE SPACES.

       77  WRK-QT-REGRAS            PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-CONFLITOS-NIVEL   PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-USUARIOS          PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-USUARIOS-CONFL    PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-CONFLITOS-USUARIO PIC 9(06)     VALUE ZEROS.
       77  WRK-USUARIO-TEM-CONFL    PIC X(01)     VALUE 'N'.
           88  WRK-USUARIO-EM-CONFLITO             VALUE 'S'.

       77  WRK-MAX-REGRAS           PIC 9(04)     VALUE 100.
       77  WRK-QTD-REGRAS           PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-REGRA            PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-NIVEL            PIC 9(02)  COMP  VALUE ZEROS.
       01  WRK-TABELA-REGRAS.
           03  WRK-REG-ENT OCCURS 100 TIMES.
               05  WRK-REG-ACAO-A     PIC X(10).
               05  WRK-REG-ACAO-B     PIC X(10).
               05  WRK-REG-DESCRICAO  PIC X(40).
               05  WRK-REG-NIVEL-CONFL
                                      PIC X(01) OCCURS 3 TIMES.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APURAR-NIVEIS.
           PERFORM 0250-LISTAR-USUARIOS.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'SEGREGACAO' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'REVISAO DE SEGREGACAO NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0110-CARREGAR-REGRAS.

           OPEN INPUT USER-MASTER-FILE.
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

           OPEN OUTPUT SOD-REPORT.
           CALL 'PROGCOBU1' USING 'SODCONF.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'CONFLITOS DE SEGREGACAO DE FUNCOES EM '
                  WRK-DATA-ATUAL
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Carregar os pares de acoes incompativeis; linha com
      *          uma das acoes em branco ou com as duas acoes iguais
      *          e ignorada com aviso
      *----------------------------------------------------------------*
       0110-CARREGAR-REGRAS.

           OPEN INPUT SOD-REGRAS.
           CALL 'PROGCOBU1' USING 'SODREGRA.DAT' 'OPEN' FS-SODRG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ SOD-REGRAS
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 ADD 1 TO WRK-QT-REGRAS
                 IF SOD-ACAO-A = SPACES OR SOD-ACAO-B = SPACES
                    OR SOD-ACAO-A = SOD-ACAO-B
                    DISPLAY 'REGRA INVALIDA IGNORADA: ' SOD-REGRA-REG
                 ELSE
                    IF WRK-QTD-REGRAS < WRK-MAX-REGRAS
                       ADD 1 TO WRK-QTD-REGRAS
                       MOVE SOD-ACAO-A
                         TO WRK-REG-ACAO-A(WRK-QTD-REGRAS)
                       MOVE SOD-ACAO-B
                         TO WRK-REG-ACAO-B(WRK-QTD-REGRAS)
                       MOVE SOD-DESCRICAO
                         TO WRK-REG-DESCRICAO(WRK-QTD-REGRAS)
                    ELSE
                       DISPLAY 'TABELA DE REGRAS CHEIA. IGNORADA: '
                               SOD-REGRA-REG
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE SOD-REGRAS.
           CALL 'PROGCOBU1' USING 'SODREGRA.DAT' 'CLOSE' FS-SODRG
                WRK-ABEND.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
      *          Para cada regra e cada nivel (01 ADM, 02 USUARIO,
      *          03 SUPERVISOR), o conflito existe quando as duas
      *          acoes do par estao liberadas na matriz
      *----------------------------------------------------------------*
       0200-APURAR-NIVEIS.

           MOVE 'CONFLITOS NA MATRIZ NIVEL X ACAO' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'NV ACAO A     ACAO B     DESCRICAO' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-REGRA FROM 1 BY 1
                   UNTIL WRK-IDX-REGRA > WRK-QTD-REGRAS
              PERFORM VARYING WRK-IDX-NIVEL FROM 1 BY 1
                      UNTIL WRK-IDX-NIVEL > 3
                 PERFORM 0210-CONFERIR-NIVEL
              END-PERFORM
           END-PERFORM.

           IF WRK-QT-CONFLITOS-NIVEL = ZEROS
              MOVE 'NENHUM NIVEL COM PAR INCOMPATIVEL LIBERADO.'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0210-CONFERIR-NIVEL.

           MOVE 'N' TO WRK-REG-NIVEL-CONFL(WRK-IDX-REGRA WRK-IDX-NIVEL).

           MOVE WRK-IDX-NIVEL                 TO PRM-NIVEL.
           MOVE WRK-REG-ACAO-A(WRK-IDX-REGRA) TO PRM-ACAO.
           PERFORM 0220-LER-PERMISSAO.
           MOVE WRK-PERMISSAO-LIDA TO WRK-ACAO-LIBERADA-A.

           MOVE WRK-IDX-NIVEL                 TO PRM-NIVEL.
           MOVE WRK-REG-ACAO-B(WRK-IDX-REGRA) TO PRM-ACAO.
           PERFORM 0220-LER-PERMISSAO.
           MOVE WRK-PERMISSAO-LIDA TO WRK-ACAO-LIBERADA-B.

           IF WRK-ACAO-LIBERADA-A = 'S' AND WRK-ACAO-LIBERADA-B = 'S'
              MOVE 'S' TO WRK-REG-NIVEL-CONFL(WRK-IDX-REGRA
                                              WRK-IDX-NIVEL)
              ADD 1 TO WRK-QT-CONFLITOS-NIVEL
              MOVE WRK-IDX-NIVEL TO WRK-NIVEL-ED
              MOVE SPACES TO REL-LINHA
              STRING WRK-NIVEL-ED ' '
                     WRK-REG-ACAO-A(WRK-IDX-REGRA) ' '
                     WRK-REG-ACAO-B(WRK-IDX-REGRA) ' '
                     WRK-REG-DESCRICAO(WRK-IDX-REGRA)
                     DELIMITED BY SIZE INTO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          Acao ausente da matriz conta como nao liberada, como
      *          no PROGCOBU3
      *----------------------------------------------------------------*
       0220-LER-PERMISSAO.

           MOVE 'N' TO WRK-PERMISSAO-LIDA.
           READ PERMISSION-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-PERMI-OK
              IF PRM-ACAO-LIBERADA
                 MOVE 'S' TO WRK-PERMISSAO-LIDA
              END-IF
           ELSE
              IF NOT FS-PERMI-NAO-ENCONTRADO
                 CALL 'PROGCOBU1' USING 'PERMFILE.DAT' 'READ'
                      FS-PERMI WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Todo usuario do USER-MASTER cujo nivel concede um
      *          par proibido, com a situacao da conta
      *----------------------------------------------------------------*
       0250-LISTAR-USUARIOS.

           MOVE 'USUARIOS COM ACESSO CONFLITANTE' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'USUARIO              NV SITUACAO  ACAO A     ACAO B'
             TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ USER-MASTER-FILE
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
                 PERFORM 0260-CONFERIR-USUARIO THRU 0260-SAIDA
              END-IF
           END-PERFORM.

           IF WRK-QT-USUARIOS-CONFL = ZEROS
              MOVE 'NENHUM USUARIO COM ACESSO CONFLITANTE.'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
       0260-CONFERIR-USUARIO.

           MOVE 'N' TO WRK-USUARIO-TEM-CONFL.
           IF USR-NIVEL < 01 OR USR-NIVEL > 03
              DISPLAY 'USUARIO COM NIVEL INVALIDO: ' USR-USUARIO
              GO TO 0260-SAIDA
           END-IF.

           IF USR-CONTA-BLOQUEADA
              MOVE 'BLOQUEADA' TO WRK-SITUACAO-ED
           ELSE
              MOVE 'ATIVA'     TO WRK-SITUACAO-ED
           END-IF.
           MOVE USR-NIVEL TO WRK-IDX-NIVEL.

           PERFORM VARYING WRK-IDX-REGRA FROM 1 BY 1
                   UNTIL WRK-IDX-REGRA > WRK-QTD-REGRAS
              IF WRK-REG-NIVEL-CONFL(WRK-IDX-REGRA WRK-IDX-NIVEL)
                 = 'S'
                 MOVE 'S' TO WRK-USUARIO-TEM-CONFL
                 ADD 1 TO WRK-QT-CONFLITOS-USUARIO
                 MOVE USR-NIVEL TO WRK-NIVEL-ED
                 MOVE SPACES TO REL-LINHA
                 STRING USR-USUARIO ' ' WRK-NIVEL-ED ' '
                        WRK-SITUACAO-ED ' '
                        WRK-REG-ACAO-A(WRK-IDX-REGRA) ' '
                        WRK-REG-ACAO-B(WRK-IDX-REGRA)
                        DELIMITED BY SIZE INTO REL-LINHA
                 PERFORM 0800-GRAVAR-LINHA
              END-IF
           END-PERFORM.

           IF WRK-USUARIO-EM-CONFLITO
              ADD 1 TO WRK-QT-USUARIOS-CONFL
           END-IF.

       0260-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'SODCONF.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           MOVE SPACES TO REL-LINHA.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'REGRAS LIDAS ............ : ' WRK-QT-REGRAS
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'CONFLITOS NA MATRIZ ..... : '
                  WRK-QT-CONFLITOS-NIVEL
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'USUARIOS LIDOS .......... : ' WRK-QT-USUARIOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'USUARIOS EM CONFLITO .... : '
                  WRK-QT-USUARIOS-CONFL
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           CLOSE USER-MASTER-FILE PERMISSION-FILE SOD-REPORT.
           CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'CLOSE' FS-USERM
                WRK-ABEND.
           CALL 'PROGCOBU1' USING 'PERMFILE.DAT' 'CLOSE' FS-PERMI
                WRK-ABEND.
           CALL 'PROGCOBU1' USING 'SODCONF.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.

           DISPLAY 'CONFLITOS NA MATRIZ ..... : '
                   WRK-QT-CONFLITOS-NIVEL.
           DISPLAY 'USUARIOS EM CONFLITO .... : '
                   WRK-QT-USUARIOS-CONFL.
           IF WRK-QT-CONFLITOS-NIVEL > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
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
