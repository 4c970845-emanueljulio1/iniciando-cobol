      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB117
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Revisao de compliance da fila de triagem
      * (TRIAGEM.DAT): percorre os nomes pendentes ('P') que a
      * triagem do PROGCOBU9 achou semelhantes a uma entrada
      * bloqueada do NAME-MASTER e pergunta ao revisor se libera o
      * nome ou confirma o bloqueio. O revisor precisa ser SUPERVISOR
      * com a acao REVTRIAGEM liberada na matriz PERMFILE e diferente
      * de quem incluiu o nome na fila (maker-checker), no molde do
      * PROGCOB89; cada decisao sai no AUDIT-LOG com o codigo e o
      * nome revisados. Bloqueio confirmado de cliente liga o
      * CLI-BLOQUEIO no CLIMAST.DAT. A proxima triagem do mesmo
      * codigo e nome segue a decisao gravada na fila.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB117.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT TRIAGEM-FILE
               ASSIGN TO 'TRIAGEM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRIAG.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT USER-MASTER-FILE
               ASSIGN TO 'USERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS FS-USERM.

           SELECT PERMISSION-FILE
               ASSIGN TO 'PERMFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS FS-PERMI.

           SELECT AUDIT-LOG
               ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  TRIAGEM-FILE.
       COPY TRIAGREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  USER-MASTER-FILE.
       COPY USERMREG.

       FD  PERMISSION-FILE.
       COPY PERMIREG.

       FD  AUDIT-LOG.
       01  AUD-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRIAG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERMI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==AUDIT==.

       COPY AUDITREG.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-FIM-TRIAGEM          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-TRIAGEM             VALUE 'S'.

       77  WRK-REVISOR              PIC X(20)     VALUE SPACES.
       77  WRK-NIVEL-REVISOR        PIC 9(02)     VALUE ZEROS.
       77  WRK-REVISAO-OK           PIC X(01)     VALUE 'N'.
           88  WRK-REVISOR-APROVADO                VALUE 'S'.
       77  WRK-DECISAO              PIC X(01)     VALUE 'N'.
           88  WRK-DECISAO-LIBERAR                 VALUE 'L'.
           88  WRK-DECISAO-BLOQUEAR                VALUE 'B'.

       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-COMPLETA        PIC 9(08)     VALUE ZEROS.
       77  WRK-ORIGEM-TEXTO         PIC X(09)     VALUE SPACES.
       77  WRK-QTD-LIBERADOS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-BLOQUEADOS       PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-MANTIDOS         PIC 9(04)     VALUE ZEROS.

       77  WRK-MAX-TRIAGEM          PIC 9(04)     VALUE 2000.
       77  WRK-QTD-TRIAGEM          PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-TRIAGEM          PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-TRIAGEM.
           03  WRK-TRG OCCURS 2000 TIMES.
               05  WRK-TRG-REG        PIC X(126).
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-REVISOR-APROVADO
              PERFORM 0200-DECIDIR-NOME THRU 0200-SAIDA
                  VARYING WRK-IDX-TRIAGEM FROM 1 BY 1
                  UNTIL WRK-IDX-TRIAGEM > WRK-QTD-TRIAGEM
              PERFORM 0250-REGRAVAR-TRIAGEM THRU 0250-SAIDA
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL    FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.

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

           OPEN EXTEND AUDIT-LOG.
           IF NOT FS-AUDIT-OK
              OPEN OUTPUT AUDIT-LOG
           END-IF.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'OPEN' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0110-APROVAR-REVISOR.

           IF WRK-REVISOR-APROVADO
              PERFORM 0120-CARREGAR-TRIAGEM
              OPEN I-O CUSTOMER-MASTER
              CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          A fila so e revisada por um SUPERVISOR com a acao
      *          REVTRIAGEM liberada na matriz
      *----------------------------------------------------------------*
       0110-APROVAR-REVISOR.

           DISPLAY 'SUPERVISOR REVISOR ....... : '.
             ACCEPT WRK-REVISOR.

           MOVE WRK-REVISOR TO USR-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-USERM-NAO-ENCONTRADO
              DISPLAY 'USUARIO NAO CADASTRADO.'
           ELSE
              MOVE USR-NIVEL TO WRK-NIVEL-REVISOR
              IF NOT USR-NIVEL-SUPERVISOR
                 DISPLAY 'REVISAO RESTRITA AO NIVEL SUPERVISOR.'
              ELSE
                 MOVE USR-NIVEL    TO PRM-NIVEL
                 MOVE 'REVTRIAGEM' TO PRM-ACAO
                 READ PERMISSION-FILE
                     INVALID KEY
                         MOVE 'N' TO PRM-PERMITIDO
                 END-READ
                 IF PRM-ACAO-LIBERADA
                    MOVE 'S' TO WRK-REVISAO-OK
                 ELSE
                    DISPLAY 'ACAO REVTRIAGEM NAO LIBERADA NA MATRIZ.'
                 END-IF
              END-IF
           END-IF.

           IF NOT WRK-REVISOR-APROVADO
              MOVE 'NEGADO' TO AUD-RESULTADO
              MOVE SPACES   TO AUD-DETALHE
              PERFORM 0290-GRAVAR-AUDITORIA
           END-IF.
      *----------------------------------------------------------------*
       0120-CARREGAR-TRIAGEM.

           OPEN INPUT TRIAGEM-FILE.
           IF FS-TRIAG = '35'
              DISPLAY 'SEM NOMES EM REVISAO (TRIAGEM.DAT AUSENTE).'
              MOVE 'S' TO WRK-FIM-TRIAGEM
           ELSE
              CALL 'PROGCOBU1' USING 'TRIAGEM.DAT' 'OPEN' FS-TRIAG
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              PERFORM UNTIL WRK-NAO-HA-MAIS-TRIAGEM
                 READ TRIAGEM-FILE
                     AT END
                         MOVE 'S' TO WRK-FIM-TRIAGEM
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-TRIAGEM
                    IF WRK-QTD-TRIAGEM >= WRK-MAX-TRIAGEM
                       DISPLAY 'TABELA DA FILA DE TRIAGEM ESGOTADA ('
                               WRK-MAX-TRIAGEM ').'
                       PERFORM 0900-ABORTAR-PROCESSAMENTO
                    END-IF
                    ADD 1 TO WRK-QTD-TRIAGEM
                    MOVE TRIAGEM-REG
                      TO WRK-TRG-REG(WRK-QTD-TRIAGEM)
                 END-IF
              END-PERFORM
              CLOSE TRIAGEM-FILE
           END-IF.
      *----------------------------------------------------------------*
      *          Exibir um nome pendente e decidir: liberar ou
      *          confirmar o bloqueio; revisor igual a quem incluiu
      *          o nome na fila e barrado (maker-checker)
      *----------------------------------------------------------------*
       0200-DECIDIR-NOME.

           MOVE WRK-TRG-REG(WRK-IDX-TRIAGEM) TO TRIAGEM-REG.

           IF NOT TRG-PENDENTE
              GO TO 0200-SAIDA
           END-IF.

           IF TRG-CLIENTE
              MOVE 'CLIENTE'   TO WRK-ORIGEM-TEXTO
           ELSE
              MOVE 'EMPREGADO' TO WRK-ORIGEM-TEXTO
           END-IF.

           DISPLAY '------------------------------------'.
           DISPLAY 'CADASTRO .......... : ' WRK-ORIGEM-TEXTO
                   ' ' TRG-CHAVE.
           DISPLAY 'NOME .............. : ' TRG-NOME.
           DISPLAY 'NOME BLOQUEADO .... : ' TRG-NOME-BLOQUEADO.
           DISPLAY 'POSICOES DIFERENTES : ' TRG-DIFERENCAS.
           DISPLAY 'INCLUIDO POR ...... : ' TRG-SOLICITANTE
                   ' EM ' TRG-DATA-INCLUSAO.

           IF TRG-SOLICITANTE = WRK-REVISOR
              DISPLAY 'REVISOR IGUAL A QUEM INCLUIU O NOME NA FILA: '
                      'NOME MANTIDO PARA OUTRO SUPERVISOR.'
              ADD 1 TO WRK-QTD-MANTIDOS
              GO TO 0200-SAIDA
           END-IF.

           DISPLAY 'DECISAO (L=LIBERAR / B=CONFIRMAR BLOQUEIO / '
                   'OUTRA=MANTER) : '.
           ACCEPT WRK-DECISAO.

           EVALUATE TRUE
              WHEN WRK-DECISAO-LIBERAR
                 MOVE 'L'            TO TRG-SITUACAO
                 MOVE 'LIBERADO'     TO AUD-RESULTADO
                 ADD 1 TO WRK-QTD-LIBERADOS
                 DISPLAY 'NOME LIBERADO.'
              WHEN WRK-DECISAO-BLOQUEAR
                 MOVE 'B'            TO TRG-SITUACAO
                 MOVE 'BLOQUEAD'     TO AUD-RESULTADO
                 ADD 1 TO WRK-QTD-BLOQUEADOS
                 DISPLAY 'BLOQUEIO CONFIRMADO.'
                 IF TRG-CLIENTE
                    PERFORM 0210-BLOQUEAR-CLIENTE THRU 0210-SAIDA
                 END-IF
              WHEN OTHER
                 ADD 1 TO WRK-QTD-MANTIDOS
                 DISPLAY 'NOME MANTIDO EM REVISAO.'
                 GO TO 0200-SAIDA
           END-EVALUATE.

           MOVE WRK-REVISOR    TO TRG-REVISOR.
           MOVE WRK-DATA-ATUAL TO TRG-DATA-DECISAO.
           MOVE SPACES         TO AUD-DETALHE.
           STRING TRG-ORIGEM TRG-CHAVE ' ' TRG-NOME
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING.
           PERFORM 0290-GRAVAR-AUDITORIA.

           MOVE TRIAGEM-REG TO WRK-TRG-REG(WRK-IDX-TRIAGEM).

       0200-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Bloqueio confirmado de cliente liga o CLI-BLOQUEIO,
      *          que barra os pedidos na pre-critica do PROGCOB20
      *----------------------------------------------------------------*
       0210-BLOQUEAR-CLIENTE.

           MOVE TRG-CHAVE TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-CLIEN-NAO-ENCONTRADO
              DISPLAY 'CLIENTE NAO CADASTRADO: SO A FILA FOI '
                      'ATUALIZADA.'
              GO TO 0210-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'READ' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'B' TO CLI-BLOQUEIO.
           REWRITE CLIENTE-REG.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'REWRITE' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           DISPLAY 'CLIENTE BLOQUEADO NO CADASTRO.'.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Regravar o TRIAGEM.DAT com as decisoes da sessao
      *----------------------------------------------------------------*
       0250-REGRAVAR-TRIAGEM.

           IF WRK-QTD-TRIAGEM = ZEROS
              GO TO 0250-SAIDA
           END-IF.

           OPEN OUTPUT TRIAGEM-FILE.
           CALL 'PROGCOBU1' USING 'TRIAGEM.DAT' 'OPEN' FS-TRIAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM VARYING WRK-IDX-TRIAGEM FROM 1 BY 1
                   UNTIL WRK-IDX-TRIAGEM > WRK-QTD-TRIAGEM
              MOVE WRK-TRG-REG(WRK-IDX-TRIAGEM) TO TRIAGEM-REG
              WRITE TRIAGEM-REG
              CALL 'PROGCOBU1' USING 'TRIAGEM.DAT' 'WRITE'
                   FS-TRIAG WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-PERFORM.

           CLOSE TRIAGEM-FILE.
           CALL 'PROGCOBU1' USING 'TRIAGEM.DAT' 'CLOSE' FS-TRIAG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

       0250-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Gravar no AUDIT-LOG a decisao da revisao
      *----------------------------------------------------------------*
       0290-GRAVAR-AUDITORIA.

           MOVE WRK-DATA-ATUAL          TO AUD-DATA.
           MOVE WRK-HORA-COMPLETA(1:6)  TO AUD-HORA.
           MOVE WRK-REVISOR             TO AUD-USUARIO.
           MOVE WRK-NIVEL-REVISOR       TO AUD-NIVEL.
           MOVE 'REVTRIAGEM'            TO AUD-ACAO.

           MOVE AUDIT-REG TO AUD-LINHA.
           WRITE AUD-LINHA.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'WRITE' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF WRK-REVISOR-APROVADO
              CLOSE CUSTOMER-MASTER
              CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'CLOSE'
                   FS-CLIEN WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           CLOSE USER-MASTER-FILE PERMISSION-FILE AUDIT-LOG.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'CLOSE' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'NOMES LIBERADOS       ' WRK-QTD-LIBERADOS.
           DISPLAY 'BLOQUEIOS CONFIRMADOS ' WRK-QTD-BLOQUEADOS.
           DISPLAY 'NOMES MANTIDOS        ' WRK-QTD-MANTIDOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
