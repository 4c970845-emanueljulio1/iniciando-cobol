      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB89
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Aprovacao das propostas de limite de credito da
      * revisao do PROGCOB88 (maker-checker): percorre as propostas
      * 'P' do LIMPEND.DAT, exibe os indicadores de pagamento de cada
      * cliente e pergunta ao aprovador se aceita ou rejeita. O
      * aprovador precisa ser SUPERVISOR com a acao APROVLIMIT
      * liberada na matriz PERMFILE e diferente de quem rodou a
      * revisao, no molde do PROGCOB87; cada decisao sai no
      * AUDIT-LOG. So a proposta aceita altera o CLI-LIMITE-CREDITO
      * do CLIMAST.DAT, com o limite anterior e o novo gravados no
      * log CLILIMLG.DAT. Proposta cujo limite foi alterado no
      * cadastro depois da revisao e rejeitada.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB89.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT PROPOSTAS-LIMITE
               ASSIGN TO 'LIMPEND.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROPO.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT LIMITE-LOG
               ASSIGN TO 'CLILIMLG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LIMLG.

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
       FD  PROPOSTAS-LIMITE.
       COPY LIMPREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  LIMITE-LOG.
       COPY CLILIMLG.

       FD  USER-MASTER-FILE.
       COPY USERMREG.

       FD  PERMISSION-FILE.
       COPY PERMIREG.

       FD  AUDIT-LOG.
       01  AUD-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PROPO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==LIMLG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERMI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==AUDIT==.

       COPY AUDITREG.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-FIM-PROPOSTAS        PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PROPOSTAS           VALUE 'S'.

       77  WRK-APROVADOR            PIC X(20)     VALUE SPACES.
       77  WRK-NIVEL-APROVADOR      PIC 9(02)     VALUE ZEROS.
       77  WRK-APROVACAO-OK         PIC X(01)     VALUE 'N'.
           88  WRK-APROVADO                        VALUE 'S'.
       77  WRK-DECISAO              PIC X(01)     VALUE 'N'.
           88  WRK-DECISAO-ACEITAR                 VALUE 'A'.
           88  WRK-DECISAO-REJEITAR                VALUE 'R'.

       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-COMPLETA        PIC 9(08)     VALUE ZEROS.
       77  WRK-FAIXA-TEXTO          PIC X(09)     VALUE SPACES.
       77  WRK-ATUAL-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-PROPOSTO-ED          PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-MEDIA-ED             PIC -ZZZ9.
       77  WRK-QTD-ACEITAS          PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-REJEITADAS       PIC 9(04)     VALUE ZEROS.

       77  WRK-MAX-PROPOSTAS        PIC 9(04)     VALUE 2000.
       77  WRK-QTD-PROPOSTAS        PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-PROPOSTA         PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-PROPOSTAS.
           03  WRK-PRP OCCURS 2000 TIMES.
               05  WRK-PRP-REG        PIC X(101).
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-APROVADO
              PERFORM 0200-DECIDIR-PROPOSTA THRU 0200-SAIDA
                  VARYING WRK-IDX-PROPOSTA FROM 1 BY 1
                  UNTIL WRK-IDX-PROPOSTA > WRK-QTD-PROPOSTAS
              PERFORM 0250-REGRAVAR-PROPOSTAS THRU 0250-SAIDA
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

           PERFORM 0110-APROVAR-SUPERVISOR.

           IF WRK-APROVADO
              PERFORM 0120-CARREGAR-PROPOSTAS
              OPEN I-O CUSTOMER-MASTER
              CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              OPEN EXTEND LIMITE-LOG
              IF NOT FS-LIMLG-OK
                 OPEN OUTPUT LIMITE-LOG
              END-IF
              CALL 'PROGCOBU1' USING 'CLILIMLG.DAT' 'OPEN' FS-LIMLG
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          O limite so muda com a aprovacao de um SUPERVISOR
      *          com a acao APROVLIMIT liberada na matriz
      *----------------------------------------------------------------*
       0110-APROVAR-SUPERVISOR.

           DISPLAY 'SUPERVISOR APROVADOR ..... : '.
             ACCEPT WRK-APROVADOR.

           MOVE WRK-APROVADOR TO USR-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-USERM-NAO-ENCONTRADO
              DISPLAY 'USUARIO NAO CADASTRADO.'
           ELSE
              MOVE USR-NIVEL TO WRK-NIVEL-APROVADOR
              IF NOT USR-NIVEL-SUPERVISOR
                 DISPLAY 'APROVACAO RESTRITA AO NIVEL SUPERVISOR.'
              ELSE
                 MOVE USR-NIVEL    TO PRM-NIVEL
                 MOVE 'APROVLIMIT' TO PRM-ACAO
                 READ PERMISSION-FILE
                     INVALID KEY
                         MOVE 'N' TO PRM-PERMITIDO
                 END-READ
                 IF PRM-ACAO-LIBERADA
                    MOVE 'S' TO WRK-APROVACAO-OK
                 ELSE
                    DISPLAY 'ACAO APROVLIMIT NAO LIBERADA NA MATRIZ.'
                 END-IF
              END-IF
           END-IF.

           IF NOT WRK-APROVADO
              MOVE 'NEGADO' TO AUD-RESULTADO
              PERFORM 0290-GRAVAR-AUDITORIA
           END-IF.
      *----------------------------------------------------------------*
       0120-CARREGAR-PROPOSTAS.

           OPEN INPUT PROPOSTAS-LIMITE.
           IF FS-PROPO = '35'
              DISPLAY 'SEM PROPOSTAS DE LIMITE (LIMPEND.DAT AUSENTE).'
              MOVE 'S' TO WRK-FIM-PROPOSTAS
           ELSE
              CALL 'PROGCOBU1' USING 'LIMPEND.DAT' 'OPEN' FS-PROPO
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              PERFORM UNTIL WRK-NAO-HA-MAIS-PROPOSTAS
                 READ PROPOSTAS-LIMITE
                     AT END
                         MOVE 'S' TO WRK-FIM-PROPOSTAS
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-PROPOSTAS
                    IF WRK-QTD-PROPOSTAS >= WRK-MAX-PROPOSTAS
                       DISPLAY 'TABELA DE PROPOSTAS ESGOTADA ('
                               WRK-MAX-PROPOSTAS ').'
                       PERFORM 0900-ABORTAR-PROCESSAMENTO
                    END-IF
                    ADD 1 TO WRK-QTD-PROPOSTAS
                    MOVE PROPOSTA-LIMITE-REG
                      TO WRK-PRP-REG(WRK-QTD-PROPOSTAS)
                 END-IF
              END-PERFORM
              CLOSE PROPOSTAS-LIMITE
           END-IF.
      *----------------------------------------------------------------*
      *          Exibir uma proposta e decidir: aceitar e alterar o
      *          limite no cadastro ou rejeitar; aprovador igual a
      *          quem rodou a revisao e barrado (maker-checker)
      *----------------------------------------------------------------*
       0200-DECIDIR-PROPOSTA.

           MOVE WRK-PRP-REG(WRK-IDX-PROPOSTA) TO PROPOSTA-LIMITE-REG.

           IF NOT LMP-PENDENTE
              GO TO 0200-SAIDA
           END-IF.

           EVALUATE TRUE
              WHEN LMP-FAIXA-AUMENTAR
                 MOVE 'AUMENTAR'  TO WRK-FAIXA-TEXTO
              WHEN LMP-FAIXA-REDUZIR
                 MOVE 'REDUZIR'   TO WRK-FAIXA-TEXTO
              WHEN LMP-FAIXA-SUSPENDER
                 MOVE 'SUSPENDER' TO WRK-FAIXA-TEXTO
              WHEN OTHER
                 MOVE 'MANTER'    TO WRK-FAIXA-TEXTO
           END-EVALUATE.

           MOVE LMP-LIMITE-ATUAL    TO WRK-ATUAL-ED.
           MOVE LMP-LIMITE-PROPOSTO TO WRK-PROPOSTO-ED.
           MOVE LMP-MEDIA-ATRASO    TO WRK-MEDIA-ED.
           DISPLAY '------------------------------------'.
           DISPLAY 'CLIENTE ........... : ' LMP-CLIENTE.
           DISPLAY 'FAIXA PROPOSTA .... : ' WRK-FAIXA-TEXTO.
           DISPLAY 'LIMITE ATUAL ...... : ' WRK-ATUAL-ED.
           DISPLAY 'LIMITE PROPOSTO ... : ' WRK-PROPOSTO-ED.
           DISPLAY 'FATURAS NA JANELA . : ' LMP-QTD-FATURAS.
           DISPLAY 'ATRASO MEDIO (DIAS) : ' WRK-MEDIA-ED.
           DISPLAY 'PIOR ATRASO (DIAS)  : ' LMP-PIOR-ATRASO.
           DISPLAY '% FATURAS ATRASADAS : ' LMP-PCT-ATRASADAS.
           DISPLAY '% USO DO LIMITE ... : ' LMP-PCT-USO.
           DISPLAY 'REVISAO DE ........ : ' LMP-SOLICITANTE
                   ' EM ' LMP-DATA-PROPOSTA.

           IF LMP-SOLICITANTE = WRK-APROVADOR
              DISPLAY 'APROVADOR IGUAL A QUEM RODOU A REVISAO: '
                      'PROPOSTA MANTIDA PARA OUTRO SUPERVISOR.'
              GO TO 0200-SAIDA
           END-IF.

           DISPLAY 'DECISAO (A=ACEITAR / R=REJEITAR / OUTRA='
                   'MANTER) : '.
           ACCEPT WRK-DECISAO.

           EVALUATE TRUE
              WHEN WRK-DECISAO-ACEITAR
                 PERFORM 0210-ALTERAR-LIMITE THRU 0210-SAIDA
              WHEN WRK-DECISAO-REJEITAR
                 PERFORM 0240-REJEITAR-PROPOSTA
              WHEN OTHER
                 DISPLAY 'PROPOSTA MANTIDA.'
           END-EVALUATE.

           MOVE PROPOSTA-LIMITE-REG TO WRK-PRP-REG(WRK-IDX-PROPOSTA).

       0200-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Alterar o limite no CLIMAST.DAT e gravar o antes e o
      *          depois no CLILIMLG.DAT; limite mexido no cadastro
      *          depois da revisao invalida a proposta
      *----------------------------------------------------------------*
       0210-ALTERAR-LIMITE.

           MOVE LMP-CLIENTE TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-CLIEN-NAO-ENCONTRADO
              DISPLAY 'CLIENTE NAO CADASTRADO: PROPOSTA REJEITADA.'
              PERFORM 0240-REJEITAR-PROPOSTA
              GO TO 0210-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'READ' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF CLI-LIMITE-CREDITO NOT = LMP-LIMITE-ATUAL
              DISPLAY 'LIMITE ALTERADO NO CADASTRO DEPOIS DA REVISAO: '
                      'PROPOSTA REJEITADA.'
              PERFORM 0240-REJEITAR-PROPOSTA
              GO TO 0210-SAIDA
           END-IF.

           MOVE LMP-LIMITE-PROPOSTO TO CLI-LIMITE-CREDITO.
           REWRITE CLIENTE-REG.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'REWRITE' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-DATA-ATUAL          TO LLG-DATA.
           MOVE WRK-HORA-COMPLETA(1:6)  TO LLG-HORA.
           MOVE WRK-APROVADOR           TO LLG-APROVADOR.
           MOVE LMP-SOLICITANTE         TO LLG-SOLICITANTE.
           MOVE LMP-CLIENTE             TO LLG-CLIENTE.
           MOVE LMP-FAIXA               TO LLG-FAIXA.
           MOVE LMP-LIMITE-ATUAL        TO LLG-LIMITE-ANTERIOR.
           MOVE LMP-LIMITE-PROPOSTO     TO LLG-LIMITE-NOVO.
           WRITE LIMITE-LOG-REG.
           CALL 'PROGCOBU1' USING 'CLILIMLG.DAT' 'WRITE' FS-LIMLG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'A'            TO LMP-SITUACAO.
           MOVE WRK-APROVADOR  TO LMP-APROVADOR.
           MOVE WRK-DATA-ATUAL TO LMP-DATA-DECISAO.
           ADD 1 TO WRK-QTD-ACEITAS.
           DISPLAY 'LIMITE ALTERADO.'.
           MOVE 'APROVADO' TO AUD-RESULTADO.
           PERFORM 0290-GRAVAR-AUDITORIA.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0240-REJEITAR-PROPOSTA.

           MOVE 'R'            TO LMP-SITUACAO.
           MOVE WRK-APROVADOR  TO LMP-APROVADOR.
           MOVE WRK-DATA-ATUAL TO LMP-DATA-DECISAO.
           ADD 1 TO WRK-QTD-REJEITADAS.
           DISPLAY 'PROPOSTA REJEITADA.'.
           MOVE 'NEGADO' TO AUD-RESULTADO.
           PERFORM 0290-GRAVAR-AUDITORIA.
      *----------------------------------------------------------------*
      *          Regravar o LIMPEND.DAT com as decisoes da sessao
      *----------------------------------------------------------------*
       0250-REGRAVAR-PROPOSTAS.

           IF WRK-QTD-PROPOSTAS = ZEROS
              GO TO 0250-SAIDA
           END-IF.

           OPEN OUTPUT PROPOSTAS-LIMITE.
           CALL 'PROGCOBU1' USING 'LIMPEND.DAT' 'OPEN' FS-PROPO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM VARYING WRK-IDX-PROPOSTA FROM 1 BY 1
                   UNTIL WRK-IDX-PROPOSTA > WRK-QTD-PROPOSTAS
              MOVE WRK-PRP-REG(WRK-IDX-PROPOSTA)
                TO PROPOSTA-LIMITE-REG
              WRITE PROPOSTA-LIMITE-REG
              CALL 'PROGCOBU1' USING 'LIMPEND.DAT' 'WRITE'
                   FS-PROPO WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-PERFORM.

           CLOSE PROPOSTAS-LIMITE.
           CALL 'PROGCOBU1' USING 'LIMPEND.DAT' 'CLOSE' FS-PROPO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

       0250-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Gravar no AUDIT-LOG a decisao sobre o limite
      *----------------------------------------------------------------*
       0290-GRAVAR-AUDITORIA.

           MOVE WRK-DATA-ATUAL          TO AUD-DATA.
           MOVE WRK-HORA-COMPLETA(1:6)  TO AUD-HORA.
           MOVE WRK-APROVADOR           TO AUD-USUARIO.
           MOVE WRK-NIVEL-APROVADOR     TO AUD-NIVEL.
           MOVE 'APROVLIMIT'            TO AUD-ACAO.

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

           IF WRK-APROVADO
              CLOSE CUSTOMER-MASTER LIMITE-LOG
              CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'CLOSE'
                   FS-CLIEN WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CALL 'PROGCOBU1' USING 'CLILIMLG.DAT' 'CLOSE'
                   FS-LIMLG WRK-ABEND
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
           DISPLAY 'PROPOSTAS ACEITAS    ' WRK-QTD-ACEITAS.
           DISPLAY 'PROPOSTAS REJEITADAS ' WRK-QTD-REJEITADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
