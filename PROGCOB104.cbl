      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB104
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Manutencao do cadastro de professores (PROFMAST.DAT:
      * codigo, nome e usuario do USER-MASTER) e da atribuicao de
      * disciplinas por termo (PROFDISC.DAT: professor x DSC-CODIGO x
      * termo). O usuario precisa existir no USERMAST.DAT e nao pode
      * ser de outro professor; a disciplina precisa existir no
      * DISCIPL.DAT. E a atribuicao que libera o lancamento de notas
      * no PROGCOB23 e a autorizacao de correcoes no PROGCOB25. A
      * manutencao exige a acao PROFESSOR liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB104.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT PROFESSOR-MASTER
               ASSIGN TO 'PROFMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               ALTERNATE RECORD KEY IS PRF-USUARIO
               FILE STATUS IS FS-PROFM.

           SELECT PROFESSOR-DISCIPLINA-FILE
               ASSIGN TO 'PROFDISC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFD-CHAVE
               FILE STATUS IS FS-PROFD.

           SELECT USER-MASTER-FILE
               ASSIGN TO 'USERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS FS-USERM.

           SELECT DISCIPLINA-FILE
               ASSIGN TO 'DISCIPL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-CODIGO
               FILE STATUS IS FS-DISCI.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  PROFESSOR-MASTER.
       COPY PROFREG.

       FD  PROFESSOR-DISCIPLINA-FILE.
       COPY PROFDREG.

       FD  USER-MASTER-FILE.
       COPY USERMREG.

       FD  DISCIPLINA-FILE.
       COPY DISCREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PROFM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PROFD==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DISCI==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-SAIR                 PIC X(01)     VALUE 'N'.
           88  WRK-ENCERRAR-MENU                   VALUE 'S'.
       77  WRK-OPERACAO             PIC X(01)     VALUE SPACES.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-CODIGO               PIC X(05)     VALUE SPACES.
       77  WRK-NOME                 PIC X(30)     VALUE SPACES.
       77  WRK-USUARIO              PIC X(20)     VALUE SPACES.
       77  WRK-SITUACAO             PIC X(01)     VALUE SPACES.
       77  WRK-DISCIPLINA           PIC X(04)     VALUE SPACES.
       77  WRK-TERMO                PIC X(06)     VALUE SPACES.
       77  WRK-PROFESSOR-NOVO       PIC X(01)     VALUE 'N'.
           88  WRK-INCLUSAO-PROFESSOR              VALUE 'S'.

       77  WRK-QTD-PROFESSORES      PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-ATRIBUIDAS       PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-RETIRADAS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-LISTADAS         PIC 9(04)     VALUE ZEROS.
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

           CALL 'PROGCOBU3' USING 'PROFESSOR ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'MANUTENCAO DE PROFESSORES NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O PROFESSOR-MASTER.
           IF FS-PROFM = '35'
              OPEN OUTPUT PROFESSOR-MASTER
              CLOSE PROFESSOR-MASTER
              OPEN I-O PROFESSOR-MASTER
           END-IF.
           CALL 'PROGCOBU1' USING 'PROFMAST.DAT' 'OPEN' FS-PROFM
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O PROFESSOR-DISCIPLINA-FILE.
           IF FS-PROFD = '35'
              OPEN OUTPUT PROFESSOR-DISCIPLINA-FILE
              CLOSE PROFESSOR-DISCIPLINA-FILE
              OPEN I-O PROFESSOR-DISCIPLINA-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'PROFDISC.DAT' 'OPEN' FS-PROFD
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT USER-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'USERMAST.DAT' 'OPEN' FS-USERM
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT DISCIPLINA-FILE.
           CALL 'PROGCOBU1' USING 'DISCIPL.DAT' 'OPEN' FS-DISCI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           DISPLAY '============================================'.
           DISPLAY ' PROFESSORES E ATRIBUICAO DE DISCIPLINAS'.
           DISPLAY ' P - INCLUIR/ALTERAR PROFESSOR'.
           DISPLAY ' A - ATRIBUIR DISCIPLINA NO TERMO'.
           DISPLAY ' R - RETIRAR ATRIBUICAO'.
           DISPLAY ' L - LISTAR ATRIBUICOES DO PROFESSOR'.
           DISPLAY ' S - SAIR'.
           DISPLAY '============================================'.
           DISPLAY 'OPERACAO ..... : '.
           ACCEPT WRK-OPERACAO.

           EVALUATE WRK-OPERACAO
               WHEN 'P'
                    PERFORM 0210-MANTER-PROFESSOR THRU 0210-SAIDA
               WHEN 'A'
                    PERFORM 0220-ATRIBUIR-DISCIPLINA THRU 0220-SAIDA
               WHEN 'R'
                    PERFORM 0230-RETIRAR-ATRIBUICAO THRU 0230-SAIDA
               WHEN 'L'
                    PERFORM 0240-LISTAR-ATRIBUICOES THRU 0240-SAIDA
               WHEN 'S'
                    MOVE 'S' TO WRK-SAIR
               WHEN OTHER
                    DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Inclusao ou alteracao do professor: o usuario tem
      *          de existir no USERMAST.DAT e nao pode estar ligado a
      *          outro professor
      *----------------------------------------------------------------*
       0210-MANTER-PROFESSOR.

           DISPLAY 'CODIGO DO PROFESSOR : '.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
              DISPLAY 'CODIGO NAO PODE FICAR EM BRANCO.'
              GO TO 0210-SAIDA
           END-IF.

           MOVE WRK-CODIGO TO PRF-CODIGO.
           READ PROFESSOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-PROFM-OK
              MOVE 'N' TO WRK-PROFESSOR-NOVO
              DISPLAY 'NOME ATUAL ........ : ' PRF-NOME
              DISPLAY 'USUARIO ATUAL ..... : ' PRF-USUARIO
              DISPLAY 'SITUACAO ATUAL .... : ' PRF-SITUACAO
           ELSE
              MOVE 'S' TO WRK-PROFESSOR-NOVO
           END-IF.

           DISPLAY 'NOME .............. : '.
           ACCEPT WRK-NOME.
           DISPLAY 'USUARIO (USERMAST)  : '.
           ACCEPT WRK-USUARIO.
           DISPLAY 'SITUACAO (A/I) .... : '.
           ACCEPT WRK-SITUACAO.

           IF WRK-NOME = SPACES OR WRK-USUARIO = SPACES
              DISPLAY 'NOME E USUARIO NAO PODEM FICAR EM BRANCO.'
              GO TO 0210-SAIDA
           END-IF.
           IF WRK-SITUACAO NOT = 'A' AND WRK-SITUACAO NOT = 'I'
              DISPLAY 'SITUACAO INVALIDA (A OU I).'
              GO TO 0210-SAIDA
           END-IF.

           MOVE WRK-USUARIO TO USR-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-USERM-NAO-ENCONTRADO
              DISPLAY 'USUARIO NAO CADASTRADO NO USERMAST.DAT.'
              GO TO 0210-SAIDA
           END-IF.

           MOVE WRK-USUARIO TO PRF-USUARIO.
           READ PROFESSOR-MASTER KEY IS PRF-USUARIO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-PROFM-OK AND PRF-CODIGO NOT = WRK-CODIGO
              DISPLAY 'USUARIO JA LIGADO AO PROFESSOR ' PRF-CODIGO
                      '.'
              GO TO 0210-SAIDA
           END-IF.

           IF NOT WRK-INCLUSAO-PROFESSOR
              MOVE WRK-CODIGO TO PRF-CODIGO
              READ PROFESSOR-MASTER
                  INVALID KEY
                      CONTINUE
              END-READ
           END-IF.

           MOVE WRK-CODIGO   TO PRF-CODIGO.
           MOVE WRK-NOME     TO PRF-NOME.
           MOVE WRK-USUARIO  TO PRF-USUARIO.
           MOVE WRK-SITUACAO TO PRF-SITUACAO.
           IF WRK-INCLUSAO-PROFESSOR
              WRITE PROFESSOR-REG
              CALL 'PROGCOBU1' USING 'PROFMAST.DAT' 'WRITE' FS-PROFM
                   WRK-ABEND
              DISPLAY 'PROFESSOR INCLUIDO.'
           ELSE
              REWRITE PROFESSOR-REG
              CALL 'PROGCOBU1' USING 'PROFMAST.DAT' 'REWRITE'
                   FS-PROFM WRK-ABEND
              DISPLAY 'PROFESSOR ALTERADO.'
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-PROFESSORES.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Atribuir a disciplina ao professor ativo no termo
      *----------------------------------------------------------------*
       0220-ATRIBUIR-DISCIPLINA.

           PERFORM 0250-RECEBER-ATRIBUICAO.

           MOVE WRK-CODIGO TO PRF-CODIGO.
           READ PROFESSOR-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-PROFM-OK
              DISPLAY 'PROFESSOR NAO CADASTRADO.'
              GO TO 0220-SAIDA
           END-IF.
           IF PRF-INATIVO
              DISPLAY 'PROFESSOR INATIVO: DISCIPLINA NAO ATRIBUIDA.'
              GO TO 0220-SAIDA
           END-IF.

           MOVE WRK-DISCIPLINA TO DSC-CODIGO.
           READ DISCIPLINA-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-DISCI-OK
              DISPLAY 'DISCIPLINA SEM CADASTRO NO DISCIPL.DAT.'
              GO TO 0220-SAIDA
           END-IF.
           IF WRK-TERMO = SPACES
              DISPLAY 'TERMO NAO PODE FICAR EM BRANCO.'
              GO TO 0220-SAIDA
           END-IF.

           MOVE WRK-CODIGO     TO PFD-PROFESSOR.
           MOVE WRK-DISCIPLINA TO PFD-DISCIPLINA.
           MOVE WRK-TERMO      TO PFD-TERMO.
           MOVE WRK-DATA-ATUAL TO PFD-DATA-ATRIBUICAO.
           WRITE PROFESSOR-DISCIPLINA-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FS-PROFD-DUPLICADO
              DISPLAY 'DISCIPLINA JA ATRIBUIDA AO PROFESSOR NO TERMO.'
           ELSE
              CALL 'PROGCOBU1' USING 'PROFDISC.DAT' 'WRITE' FS-PROFD
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-ATRIBUIDAS
              DISPLAY 'DISCIPLINA ' DSC-CODIGO ' ' DSC-NOME
                      ' ATRIBUIDA.'
           END-IF.

       0220-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0230-RETIRAR-ATRIBUICAO.

           PERFORM 0250-RECEBER-ATRIBUICAO.

           MOVE WRK-CODIGO     TO PFD-PROFESSOR.
           MOVE WRK-DISCIPLINA TO PFD-DISCIPLINA.
           MOVE WRK-TERMO      TO PFD-TERMO.
           READ PROFESSOR-DISCIPLINA-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-PROFD-OK
              DISPLAY 'ATRIBUICAO NAO ENCONTRADA.'
              GO TO 0230-SAIDA
           END-IF.

           DELETE PROFESSOR-DISCIPLINA-FILE.
           CALL 'PROGCOBU1' USING 'PROFDISC.DAT' 'DELETE' FS-PROFD
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-RETIRADAS.
           DISPLAY 'ATRIBUICAO RETIRADA.'.

       0230-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Listar as disciplinas e termos do professor, lendo
      *          o PROFDISC.DAT a partir da chave do professor
      *----------------------------------------------------------------*
       0240-LISTAR-ATRIBUICOES.

           DISPLAY 'CODIGO DO PROFESSOR : '.
           ACCEPT WRK-CODIGO.
           MOVE ZEROS TO WRK-QTD-LISTADAS.

           MOVE WRK-CODIGO TO PFD-PROFESSOR.
           MOVE LOW-VALUES TO PFD-DISCIPLINA PFD-TERMO.
           START PROFESSOR-DISCIPLINA-FILE
               KEY IS NOT LESS THAN PFD-CHAVE
               INVALID KEY
                   DISPLAY 'PROFESSOR SEM DISCIPLINAS ATRIBUIDAS.'
                   GO TO 0240-SAIDA
           END-START.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ PROFESSOR-DISCIPLINA-FILE NEXT
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF PFD-PROFESSOR NOT = WRK-CODIGO
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    MOVE PFD-DISCIPLINA TO DSC-CODIGO
                    READ DISCIPLINA-FILE
                        INVALID KEY
                            MOVE '(SEM CADASTRO)' TO DSC-NOME
                    END-READ
                    DISPLAY PFD-TERMO ' ' PFD-DISCIPLINA ' '
                            DSC-NOME ' DESDE ' PFD-DATA-ATRIBUICAO
                    ADD 1 TO WRK-QTD-LISTADAS
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-QTD-LISTADAS = ZEROS
              DISPLAY 'PROFESSOR SEM DISCIPLINAS ATRIBUIDAS.'
           END-IF.

       0240-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0250-RECEBER-ATRIBUICAO.

           DISPLAY 'CODIGO DO PROFESSOR : '.
           ACCEPT WRK-CODIGO.
           DISPLAY 'DISCIPLINA (XXXX) . : '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'TERMO (AAAAMM OU EQUIVALENTE) : '.
           ACCEPT WRK-TERMO.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE PROFESSOR-MASTER PROFESSOR-DISCIPLINA-FILE
                 USER-MASTER-FILE DISCIPLINA-FILE.
           CALL 'PROGCOBU1' USING 'PROFMAST.DAT' 'CLOSE' FS-PROFM
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'PROFDISC.DAT' 'CLOSE' FS-PROFD
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'PROFESSORES GRAVADOS   ' WRK-QTD-PROFESSORES.
           DISPLAY 'DISCIPLINAS ATRIBUIDAS ' WRK-QTD-ATRIBUIDAS.
           DISPLAY 'ATRIBUICOES RETIRADAS  ' WRK-QTD-RETIRADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           GOBACK.
