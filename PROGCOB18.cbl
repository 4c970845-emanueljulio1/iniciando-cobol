      *                anterior empurrado para o historico de reuso
      *                (USR-HIST-PIN); o PIN em claro nao vai mais
      *                para o USERMAST.DAT nem para os backups.
      * 15.10.2026 EAS Incluida a funcao de vinculo do usuario ao seu
      *                supervisor (RCT-SUPERVISOR do RECERT.DAT), que
      *                define quem recertifica o acesso do usuario no
      *                ciclo trimestral do PROGCOB111/PROGCOB112.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
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
       FD  PERMISSION-FILE.
       COPY PERMIREG.

       FD  RECERT-FILE.
       COPY RECERREG.

       FD  AUDIT-LOG.
       01  AUD-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERMI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECER==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==AUDIT==.

       COPY AUDITREG.
           88  WRK-ADMIN-AUTORIZADO                VALUE 'S'.

       77  WRK-USUARIO-ALVO          PIC X(20)     VALUE SPACES.
       77  WRK-SUPERVISOR-ALVO       PIC X(20)     VALUE SPACES.
       77  WRK-TRAVA-RESULTADO       PIC X(08)     VALUE SPACES.
           88  WRK-TRAVA-ADQUIRIDA                  VALUE 'TRAVADO'.
       77  WRK-TRAVA-DONO            PIC X(20)     VALUE SPACES.
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

           OPEN EXTEND AUDIT-LOG.
           IF NOT FS-AUDIT-OK
              OPEN OUTPUT AUDIT-LOG
           DISPLAY ' L - AJUSTAR LIMITE DE SESSAO (MIN)'.
           DISPLAY ' M - MANUTENCAO DA MATRIZ DE PERMISSOES'.
           DISPLAY ' D - DESBLOQUEAR CONTA'.
           DISPLAY ' V - VINCULAR USUARIO A SUPERVISOR'.
           DISPLAY ' S - SAIR'.
           DISPLAY '============================================'.
           DISPLAY 'OPERACAO ..... : '.
                    PERFORM 0250-MANTER-PERMISSAO
               WHEN 'D'
                    PERFORM 0255-DESBLOQUEAR-CONTA
               WHEN 'V'
                    PERFORM 0257-VINCULAR-SUPERVISOR
               WHEN 'S'
                    MOVE 'S' TO WRK-SAIR
               WHEN OTHER
                 PERFORM 0290-GRAVAR-AUDITORIA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Vincular o usuario ao supervisor que recertifica o
      *          seu acesso: o supervisor precisa ser de nivel
      *          SUPERVISOR e diferente do proprio usuario
      *----------------------------------------------------------------*
       0257-VINCULAR-SUPERVISOR.

           PERFORM 0260-ACEITAR-USUARIO-ALVO.
           DISPLAY 'SUPERVISOR RESPONSAVEL ..... : '.
           ACCEPT WRK-SUPERVISOR-ALVO.

           PERFORM 0270-LER-USUARIO-ALVO.
           IF FS-USERM-NAO-ENCONTRADO
              DISPLAY 'USUARIO NAO CADASTRADO.'
           ELSE
              MOVE WRK-SUPERVISOR-ALVO TO USR-USUARIO
              READ USER-MASTER-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-USERM-NAO-ENCONTRADO
                 OR NOT USR-NIVEL-SUPERVISOR
                 OR WRK-SUPERVISOR-ALVO = WRK-USUARIO-ALVO
                 DISPLAY 'SUPERVISOR INVALIDO: PRECISA SER OUTRO '
                         'USUARIO DE NIVEL SUPERVISOR.'
              ELSE
                 PERFORM 0258-GRAVAR-VINCULO
                 DISPLAY 'SUPERVISOR VINCULADO.'
                 MOVE 'ADMSUPERV'  TO WRK-ACAO-AUDITORIA
                 MOVE 'LIBERADO'   TO WRK-RESULTADO-AUDITORIA
                 PERFORM 0290-GRAVAR-AUDITORIA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0258-GRAVAR-VINCULO.

           MOVE WRK-USUARIO-ALVO TO RCT-USUARIO.
           READ RECERT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-RECER-NAO-ENCONTRADO
              INITIALIZE RECERTIFICACAO-REG
              MOVE WRK-USUARIO-ALVO    TO RCT-USUARIO
              MOVE WRK-SUPERVISOR-ALVO TO RCT-SUPERVISOR
              WRITE RECERTIFICACAO-REG
              CALL 'PROGCOBU1' USING 'RECERT.DAT' 'WRITE' FS-RECER
                   WRK-ABEND
           ELSE
              MOVE WRK-SUPERVISOR-ALVO TO RCT-SUPERVISOR
              REWRITE RECERTIFICACAO-REG
              CALL 'PROGCOBU1' USING 'RECERT.DAT' 'REWRITE' FS-RECER
                   WRK-ABEND
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0260-ACEITAR-USUARIO-ALVO.

      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE USER-MASTER-FILE PERMISSION-FILE RECERT-FILE
                 AUDIT-LOG.
           CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'CLOSE' FS-USERM
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'RECERT.DAT' 'CLOSE' FS-RECER
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'AUDITLOG.DAT' 'CLOSE' FS-AUDIT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
