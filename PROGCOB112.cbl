      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB112
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Recertificacao de acesso pelo supervisor. O operador
      * da sessao (OPERSESS.DAT), que precisa ser de nivel SUPERVISOR,
      * percorre os usuarios do ciclo aberto pelo PROGCOB111 no
      * RECERT.DAT que estao vinculados a ele (ou sem supervisor
      * vinculado), ainda pendentes e dentro do prazo; para cada um ve
      * nivel, situacao, ultima atividade e acoes liberadas na matriz
      * NIVEL x ACAO, e decide manter ou revogar. Revogar bloqueia a
      * conta na hora (USR-SITUACAO 'B', com trava do PROGCOBU7). O
      * supervisor nunca decide o proprio acesso. Cada decisao vai
      * para o AUDIT-LOG (RECMANTIDO ou RECREVOGAD, com o usuario
      * decidido em AUD-USUARIO) e o autor fica em RCT-DECIDIDO-POR.
      * A rodada exige a acao RECERTIFIC liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB112.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SESSION
               ASSIGN TO 'OPERSESS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SESSA.

           SELECT USER-MASTER-FILE
               ASSIGN TO 'USERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-USUARIO
               FILE STATUS IS FS-RECER.

           SELECT AUDIT-LOG
               ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  OPERATOR-SESSION.
       COPY SESSREG.

       FD  USER-MASTER-FILE.
       COPY USERMREG.

       FD  PERMISSION-FILE.
       COPY PERMIREG.

       FD  RECERT-FILE.
       COPY RECERREG.

       FD  AUDIT-LOG.
       01  AUD-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SESSA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERMI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECER==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==AUDIT==.

       COPY AUDITREG.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-FIM-ACOES            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-ACOES               VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.

       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-COMPLETA        PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-ATUAL           PIC 9(06)     VALUE ZEROS.
       77  WRK-USUARIO-SESSAO       PIC X(20)     VALUE SPACES.

       77  WRK-DECISAO              PIC X(01)     VALUE SPACES.
           88  WRK-DECIDIU-MANTER                  VALUE 'M'.
           88  WRK-DECIDIU-REVOGAR                 VALUE 'R'.
           88  WRK-DECIDIU-PULAR                   VALUE 'P'.
           88  WRK-DECIDIU-SAIR                    VALUE 'S'.
       77  WRK-NIVEL-ALVO           PIC 9(02)     VALUE ZEROS.
       77  WRK-TRAVA-RESULTADO      PIC X(08)     VALUE SPACES.
           88  WRK-TRAVA-ADQUIRIDA                 VALUE 'TRAVADO'.
       77  WRK-TRAVA-DONO           PIC X(20)     VALUE SPACES.
       77  WRK-ACAO-AUDITORIA       PIC X(10)     VALUE SPACES.
       77  WRK-RESULTADO-AUDITORIA  PIC X(08)     VALUE SPACES.
       77  WRK-ACOES-LINHA          PIC X(66)     VALUE SPACES.
       77  WRK-POS-ACAO             PIC 9(02)  COMP  VALUE ZEROS.

       77  WRK-QT-LISTADOS          PIC 9(04)     VALUE ZEROS.
       77  WRK-QT-MANTIDOS          PIC 9(04)     VALUE ZEROS.
       77  WRK-QT-REVOGADOS         PIC 9(04)     VALUE ZEROS.
       77  WRK-QT-PRAZO-VENCIDO     PIC 9(04)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR THRU 0200-SAIDA
               UNTIL WRK-NAO-HA-MAIS-REGISTROS
                  OR WRK-DECIDIU-SAIR.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL    FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE WRK-HORA-COMPLETA(1:6) TO WRK-HORA-ATUAL.

           CALL 'PROGCOBU3' USING 'RECERTIFIC' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'RECERTIFICACAO DE ACESSO NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT OPERATOR-SESSION.
           IF FS-SESSA-OK
              READ OPERATOR-SESSION
                  AT END
                      MOVE SPACES TO OPS-USUARIO
              END-READ
              IF FS-SESSA-OK
                 MOVE OPS-USUARIO TO WRK-USUARIO-SESSAO
              END-IF
              CLOSE OPERATOR-SESSION
           END-IF.
           IF WRK-USUARIO-SESSAO = SPACES
              DISPLAY 'SEM SESSAO DE OPERADOR (OPERSESS.DAT). '
                      'FACA LOGIN PELO PROGCOB01.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O USER-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'OPEN' FS-USERM
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-USUARIO-SESSAO TO USR-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-USERM-OK OR NOT USR-NIVEL-SUPERVISOR
              DISPLAY 'RECERTIFICACAO RESTRITA AO NIVEL SUPERVISOR.'
              CLOSE USER-MASTER-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O RECERT-FILE.
           IF FS-RECER = '35'
              DISPLAY 'RECERT.DAT AUSENTE: NENHUM CICLO ABERTO '
                      '(PROGCOB111 MODO A).'
              CLOSE USER-MASTER-FILE
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           CALL 'PROGCOBU1' USING 'RECERT.DAT' 'OPEN' FS-RECER
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

           DISPLAY '============================================'.
           DISPLAY ' RECERTIFICACAO DE ACESSO - SUPERVISOR '
                   WRK-USUARIO-SESSAO.
           DISPLAY '============================================'.
      *----------------------------------------------------------------*
      *          Proximo usuario do RECERT.DAT que cabe a este
      *          supervisor decidir
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           READ RECERT-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-NAO-HA-MAIS-REGISTROS
              GO TO 0200-SAIDA
           END-IF.
           CALL 'PROGCOBU1' USING 'RECERT.DAT' 'READ' FS-RECER
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF RCT-CICLO = SPACES
              OR NOT RCT-PENDENTE
              OR RCT-USUARIO = WRK-USUARIO-SESSAO
              GO TO 0200-SAIDA
           END-IF.
           IF RCT-SUPERVISOR NOT = SPACES
              AND RCT-SUPERVISOR NOT = WRK-USUARIO-SESSAO
              GO TO 0200-SAIDA
           END-IF.
           IF RCT-DATA-LIMITE < WRK-DATA-ATUAL
              ADD 1 TO WRK-QT-PRAZO-VENCIDO
              DISPLAY 'PRAZO VENCIDO EM ' RCT-DATA-LIMITE ': '
                      RCT-USUARIO ' (BLOQUEIO NO FECHAMENTO).'
              GO TO 0200-SAIDA
           END-IF.

           MOVE RCT-USUARIO TO USR-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-USERM-OK
              DISPLAY 'USUARIO ' RCT-USUARIO
                      ' NAO ESTA MAIS NO USER-MASTER. IGNORADO.'
              GO TO 0200-SAIDA
           END-IF.
           MOVE USR-NIVEL TO WRK-NIVEL-ALVO.

           ADD 1 TO WRK-QT-LISTADOS.
           PERFORM 0210-EXIBIR-USUARIO.

           DISPLAY 'DECISAO (M=MANTER / R=REVOGAR / P=PULAR / '
                   'S=SAIR) : '.
           ACCEPT WRK-DECISAO.

           EVALUATE TRUE
               WHEN WRK-DECIDIU-MANTER
                    PERFORM 0230-MANTER-ACESSO
               WHEN WRK-DECIDIU-REVOGAR
                    PERFORM 0240-REVOGAR-ACESSO
               WHEN WRK-DECIDIU-PULAR
               WHEN WRK-DECIDIU-SAIR
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'DECISAO INVALIDA. USUARIO FICA PENDENTE.'
           END-EVALUATE.

       0200-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0210-EXIBIR-USUARIO.

           DISPLAY '--------------------------------------------'.
           DISPLAY 'USUARIO ........... : ' RCT-USUARIO.
           DISPLAY 'NIVEL ............. : ' USR-NIVEL.
           IF USR-CONTA-BLOQUEADA
              DISPLAY 'SITUACAO .......... : BLOQUEADA'
           ELSE
              DISPLAY 'SITUACAO .......... : ATIVA'
           END-IF.
           DISPLAY 'ULTIMA ATIVIDADE .. : ' RCT-ULT-ATIVIDADE.
           DISPLAY 'CICLO / PRAZO ..... : ' RCT-CICLO ' / '
                   RCT-DATA-LIMITE.
           DISPLAY 'ACOES LIBERADAS ... :'.
           PERFORM 0220-LISTAR-ACOES.
      *----------------------------------------------------------------*
      *          Acoes liberadas do nivel do usuario, a partir da
      *          primeira chave do nivel na matriz
      *----------------------------------------------------------------*
       0220-LISTAR-ACOES.

           MOVE 'N'            TO WRK-FIM-ACOES.
           MOVE SPACES         TO WRK-ACOES-LINHA.
           MOVE 1              TO WRK-POS-ACAO.
           MOVE WRK-NIVEL-ALVO TO PRM-NIVEL.
           MOVE LOW-VALUES     TO PRM-ACAO.
           START PERMISSION-FILE KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACOES
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-ACOES
              READ PERMISSION-FILE NEXT
                  AT END
                      MOVE 'S' TO WRK-FIM-ACOES
              END-READ
              IF NOT WRK-NAO-HA-MAIS-ACOES
                 IF PRM-NIVEL NOT = WRK-NIVEL-ALVO
                    MOVE 'S' TO WRK-FIM-ACOES
                 ELSE
                    IF PRM-ACAO-LIBERADA
                       IF WRK-POS-ACAO > 56
                          DISPLAY '   ' WRK-ACOES-LINHA
                          MOVE SPACES TO WRK-ACOES-LINHA
                          MOVE 1      TO WRK-POS-ACAO
                       END-IF
                       MOVE PRM-ACAO
                         TO WRK-ACOES-LINHA(WRK-POS-ACAO:10)
                       ADD 11 TO WRK-POS-ACAO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-POS-ACAO > 1
              DISPLAY '   ' WRK-ACOES-LINHA
           ELSE
              DISPLAY '   (NENHUMA)'
           END-IF.
      *----------------------------------------------------------------*
       0230-MANTER-ACESSO.

           MOVE 'M' TO RCT-DECISAO.
           PERFORM 0250-GRAVAR-DECISAO.
           ADD 1 TO WRK-QT-MANTIDOS.
           DISPLAY 'ACESSO MANTIDO.'.
           MOVE 'RECMANTIDO' TO WRK-ACAO-AUDITORIA.
           MOVE 'LIBERADO'   TO WRK-RESULTADO-AUDITORIA.
           PERFORM 0290-GRAVAR-AUDITORIA.
      *----------------------------------------------------------------*
      *          Revogar: bloquear a conta na hora, com a trava do
      *          registro, como as funcoes do PROGCOB18
      *----------------------------------------------------------------*
       0240-REVOGAR-ACESSO.

           CALL 'PROGCOBU7' USING 'T' 'USERMAST.DAT  '
                RCT-USUARIO WRK-USUARIO-SESSAO
                WRK-TRAVA-RESULTADO WRK-TRAVA-DONO.
           IF NOT WRK-TRAVA-ADQUIRIDA
              DISPLAY 'REGISTRO EM USO POR ' WRK-TRAVA-DONO
                      '. USUARIO FICA PENDENTE.'
           ELSE
              MOVE RCT-USUARIO TO USR-USUARIO
              READ USER-MASTER-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-USERM-OK
                 MOVE 'B' TO USR-SITUACAO
                 REWRITE USER-MASTER-REG
                 CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'REWRITE'
                      FS-USERM WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 MOVE 'R' TO RCT-DECISAO
                 PERFORM 0250-GRAVAR-DECISAO
                 ADD 1 TO WRK-QT-REVOGADOS
                 DISPLAY 'ACESSO REVOGADO. CONTA BLOQUEADA.'
                 MOVE 'RECREVOGAD' TO WRK-ACAO-AUDITORIA
                 MOVE 'BLOQUEAD'   TO WRK-RESULTADO-AUDITORIA
                 PERFORM 0290-GRAVAR-AUDITORIA
              END-IF
              CALL 'PROGCOBU7' USING 'L' 'USERMAST.DAT  '
                   RCT-USUARIO WRK-USUARIO-SESSAO
                   WRK-TRAVA-RESULTADO WRK-TRAVA-DONO
           END-IF.
      *----------------------------------------------------------------*
       0250-GRAVAR-DECISAO.

           MOVE WRK-DATA-ATUAL     TO RCT-DATA-DECISAO.
           MOVE WRK-USUARIO-SESSAO TO RCT-DECIDIDO-POR.
           REWRITE RECERTIFICACAO-REG.
           CALL 'PROGCOBU1' USING 'RECERT.DAT' 'REWRITE' FS-RECER
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Decisao no AUDIT-LOG em nome do usuario decidido
      *----------------------------------------------------------------*
       0290-GRAVAR-AUDITORIA.

           MOVE WRK-DATA-ATUAL          TO AUD-DATA.
           MOVE WRK-HORA-ATUAL          TO AUD-HORA.
           MOVE RCT-USUARIO             TO AUD-USUARIO.
           MOVE WRK-NIVEL-ALVO          TO AUD-NIVEL.
           MOVE WRK-ACAO-AUDITORIA      TO AUD-ACAO.
           MOVE WRK-RESULTADO-AUDITORIA TO AUD-RESULTADO.

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
           DISPLAY 'USUARIOS APRESENTADOS ... : ' WRK-QT-LISTADOS.
           DISPLAY 'ACESSOS MANTIDOS ........ : ' WRK-QT-MANTIDOS.
           DISPLAY 'ACESSOS REVOGADOS ....... : ' WRK-QT-REVOGADOS.
           DISPLAY 'PRAZO VENCIDO ........... : ' WRK-QT-PRAZO-VENCIDO.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
