      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOBU9
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Rotina utilitaria de triagem de nome, no molde do
      * PROGCOBU5: recebe a origem (E = empregado, C = cliente), o
      * codigo, o nome e o usuario que pede a triagem e confere o
      * nome contra as entradas bloqueadas do NAME-MASTER: leitura
      * pela chave e, sem acerto, a varredura do PROGCOBUA (a mesma
      * do PROGCOB02) atras do nome bloqueado com menos posicoes
      * diferentes (ate 3). Devolve em LK-RESULTADO:
      *   LIVRE    - nenhuma entrada bloqueada igual ou semelhante;
      *   BLOQUEAD - nome igual a uma entrada bloqueada, ou
      *              semelhante com o bloqueio confirmado pela
      *              revisao de compliance (PROGCOB117);
      *   REVISAO  - nome semelhante a uma entrada bloqueada, na
      *              fila TRIAGEM.DAT aguardando a revisao (a
      *              primeira triagem inclui o nome na fila);
      *   LIBERADO - nome semelhante ja liberado pela revisao, com
      *              o revisor devolvido em LK-REVISOR;
      *   INDISPON - NAMEMAST.DAT indisponivel: o nome nao foi
      *              triado e o chamador deve recusa-lo.
      * Toda decisao sai no AUDIT-LOG (acao TRIAGEM) em nome de quem
      * liberou: o revisor, quando a fila decidiu, ou o usuario que
      * pediu a triagem.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS NAMEMAST.DAT indisponivel deixa de valer como
      *                nome livre: devolve INDISPON. A varredura do
      *                nome semelhante passou ao PROGCOBUA, comum com
      *                o PROGCOB02.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOBU9.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER-FILE
               ASSIGN TO 'NAMEMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NAM-NOME
               FILE STATUS IS FS-NAMEM.

           SELECT TRIAGEM-FILE
               ASSIGN TO 'TRIAGEM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRIAG.

           SELECT USER-MASTER-FILE
               ASSIGN TO 'USERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS FS-USERM.

           SELECT AUDIT-LOG
               ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  NAME-MASTER-FILE.
       COPY NAMEMAST.

       FD  TRIAGEM-FILE.
       COPY TRIAGREG.

       FD  USER-MASTER-FILE.
       COPY USERMREG.

       FD  AUDIT-LOG.
       01  AUD-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NAMEM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRIAG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==AUDIT==.

       COPY AUDITREG.

       77  WRK-DATA-ATUAL          PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-COMPLETA       PIC 9(08)     VALUE ZEROS.
       77  WRK-SEMELHANCA          PIC X(01)     VALUE 'N'.
           88  WRK-NOME-SEMELHANTE               VALUE 'S'.
       77  WRK-MELHOR-NOME         PIC X(30)     VALUE SPACES.
       77  WRK-MENOR-DIFERENCAS    PIC 9(02)     VALUE ZEROS.
       77  WRK-STATUS-PROCURA      PIC X(02)     VALUE SPACES.
       77  WRK-FIM-FILA            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-FILA                VALUE 'S'.
       77  WRK-DECISAO-FILA        PIC X(01)     VALUE SPACES.
       77  WRK-REVISOR-FILA        PIC X(20)     VALUE SPACES.
       77  WRK-USUARIO-AUDITORIA   PIC X(20)     VALUE SPACES.
      *----------------------------------------------------------------*
       LINKAGE                SECTION.
      *----------------------------------------------------------------*
       01  LK-ORIGEM              PIC X(01).
       01  LK-CHAVE               PIC 9(06).
       01  LK-NOME                PIC X(30).
       01  LK-USUARIO             PIC X(20).
       01  LK-RESULTADO           PIC X(08).
           88  LK-NOME-LIVRE                  VALUE 'LIVRE'.
           88  LK-NOME-BLOQUEADO              VALUE 'BLOQUEAD'.
           88  LK-NOME-EM-REVISAO             VALUE 'REVISAO'.
           88  LK-NOME-LIBERADO               VALUE 'LIBERADO'.
           88  LK-CADASTRO-INDISPONIVEL       VALUE 'INDISPON'.
       01  LK-NOME-BLOQUEADO-CAD  PIC X(30).
       01  LK-REVISOR             PIC X(20).
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION USING LK-ORIGEM
                                             LK-CHAVE
                                             LK-NOME
                                             LK-USUARIO
                                             LK-RESULTADO
                                             LK-NOME-BLOQUEADO-CAD
                                             LK-REVISOR.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           MOVE 'LIVRE' TO LK-RESULTADO.
           MOVE SPACES  TO LK-NOME-BLOQUEADO-CAD LK-REVISOR.
           MOVE 'N'     TO WRK-SEMELHANCA.
           ACCEPT WRK-DATA-ATUAL    FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.

           IF LK-NOME NOT = SPACES
              PERFORM 0100-CONFERIR-CADASTRO THRU 0100-SAIDA
           END-IF.

           IF WRK-NOME-SEMELHANTE
              PERFORM 0200-CONSULTAR-FILA
           END-IF.

           PERFORM 0300-GRAVAR-AUDITORIA.

           GOBACK.
      *----------------------------------------------------------------*
      *          Nome igual a uma entrada bloqueada barra na hora;
      *          sem acerto, procura a bloqueada mais parecida.
      *          Cadastro indisponivel nao libera o nome
      *----------------------------------------------------------------*
       0100-CONFERIR-CADASTRO.

           OPEN INPUT NAME-MASTER-FILE.
           IF NOT FS-NAMEM-OK
              MOVE FS-NAMEM TO WRK-STATUS-PROCURA
              PERFORM 0120-CADASTRO-INDISPONIVEL
              GO TO 0100-SAIDA
           END-IF.

           MOVE LK-NOME TO NAM-NOME.
           READ NAME-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-NAMEM-OK AND NAM-BLOQUEADO
              MOVE 'BLOQUEAD' TO LK-RESULTADO
              MOVE NAM-NOME   TO LK-NOME-BLOQUEADO-CAD
              CLOSE NAME-MASTER-FILE
              GO TO 0100-SAIDA
           END-IF.

           CLOSE NAME-MASTER-FILE.

           CALL 'PROGCOBUA' USING LK-NOME 'B' WRK-MELHOR-NOME
                WRK-MENOR-DIFERENCAS WRK-STATUS-PROCURA.
           IF WRK-STATUS-PROCURA NOT = '00'
              PERFORM 0120-CADASTRO-INDISPONIVEL
              GO TO 0100-SAIDA
           END-IF.

           IF WRK-MELHOR-NOME NOT = SPACES
              MOVE 'S'             TO WRK-SEMELHANCA
              MOVE WRK-MELHOR-NOME TO LK-NOME-BLOQUEADO-CAD
           END-IF.

       0100-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0120-CADASTRO-INDISPONIVEL.

           DISPLAY 'PROGCOBU9: NAMEMAST.DAT INDISPONIVEL (STATUS '
                   WRK-STATUS-PROCURA '). NOME NAO TRIADO.'.
           MOVE 'INDISPON' TO LK-RESULTADO.
      *----------------------------------------------------------------*
      *          Nome semelhante: vale a ultima decisao da fila para
      *          a mesma origem, codigo, nome e entrada bloqueada;
      *          sem registro, o nome entra na fila pendente
      *----------------------------------------------------------------*
       0200-CONSULTAR-FILA.

           MOVE SPACES TO WRK-DECISAO-FILA WRK-REVISOR-FILA.
           MOVE 'N'    TO WRK-FIM-FILA.

           OPEN INPUT TRIAGEM-FILE.
           IF NOT FS-TRIAG-OK
              MOVE 'S' TO WRK-FIM-FILA
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-FILA
              READ TRIAGEM-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-FILA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-FILA
                 AND TRG-ORIGEM         = LK-ORIGEM
                 AND TRG-CHAVE          = LK-CHAVE
                 AND TRG-NOME           = LK-NOME
                 AND TRG-NOME-BLOQUEADO = LK-NOME-BLOQUEADO-CAD
                 MOVE TRG-SITUACAO TO WRK-DECISAO-FILA
                 MOVE TRG-REVISOR  TO WRK-REVISOR-FILA
              END-IF
           END-PERFORM.

           IF FS-TRIAG-OK OR FS-TRIAG-FIM
              CLOSE TRIAGEM-FILE
           END-IF.

           EVALUATE WRK-DECISAO-FILA
               WHEN 'L'
                    MOVE 'LIBERADO'       TO LK-RESULTADO
                    MOVE WRK-REVISOR-FILA TO LK-REVISOR
               WHEN 'B'
                    MOVE 'BLOQUEAD'       TO LK-RESULTADO
                    MOVE WRK-REVISOR-FILA TO LK-REVISOR
               WHEN 'P'
                    MOVE 'REVISAO'        TO LK-RESULTADO
               WHEN OTHER
                    MOVE 'REVISAO'        TO LK-RESULTADO
                    PERFORM 0210-INCLUIR-NA-FILA
           END-EVALUATE.
      *----------------------------------------------------------------*
       0210-INCLUIR-NA-FILA.

           OPEN EXTEND TRIAGEM-FILE.
           IF NOT FS-TRIAG-OK
              OPEN OUTPUT TRIAGEM-FILE
           END-IF.
           IF NOT FS-TRIAG-OK
              DISPLAY 'PROGCOBU9: TRIAGEM.DAT INDISPONIVEL (STATUS '
                      FS-TRIAG '). NOME NAO INCLUIDO NA FILA.'
           ELSE
              MOVE 'P'                   TO TRG-SITUACAO
              MOVE LK-ORIGEM             TO TRG-ORIGEM
              MOVE LK-CHAVE              TO TRG-CHAVE
              MOVE LK-NOME               TO TRG-NOME
              MOVE LK-NOME-BLOQUEADO-CAD TO TRG-NOME-BLOQUEADO
              MOVE WRK-MENOR-DIFERENCAS  TO TRG-DIFERENCAS
              MOVE LK-USUARIO            TO TRG-SOLICITANTE
              MOVE WRK-DATA-ATUAL        TO TRG-DATA-INCLUSAO
              MOVE SPACES                TO TRG-REVISOR
              MOVE ZEROS                 TO TRG-DATA-DECISAO
              WRITE TRIAGEM-REG
              CLOSE TRIAGEM-FILE
           END-IF.
      *----------------------------------------------------------------*
      *          Decisao no AUDIT-LOG em nome de quem liberou, com o
      *          nivel do USER-MASTER (zeros se desconhecido)
      *----------------------------------------------------------------*
       0300-GRAVAR-AUDITORIA.

           IF LK-REVISOR NOT = SPACES
              MOVE LK-REVISOR TO WRK-USUARIO-AUDITORIA
           ELSE
              MOVE LK-USUARIO TO WRK-USUARIO-AUDITORIA
           END-IF.

           MOVE ZEROS TO AUD-NIVEL.
           OPEN INPUT USER-MASTER-FILE.
           IF FS-USERM-OK
              MOVE WRK-USUARIO-AUDITORIA TO USR-USUARIO
              READ USER-MASTER-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-USERM-OK
                 MOVE USR-NIVEL TO AUD-NIVEL
              END-IF
              CLOSE USER-MASTER-FILE
           END-IF.

           MOVE WRK-DATA-ATUAL         TO AUD-DATA.
           MOVE WRK-HORA-COMPLETA(1:6) TO AUD-HORA.
           MOVE WRK-USUARIO-AUDITORIA  TO AUD-USUARIO.
           MOVE 'TRIAGEM'              TO AUD-ACAO.
           MOVE LK-RESULTADO           TO AUD-RESULTADO.
           MOVE SPACES                 TO AUD-DETALHE.
           STRING LK-ORIGEM LK-CHAVE ' ' LK-NOME
               DELIMITED BY SIZE INTO AUD-DETALHE
           END-STRING.

           OPEN EXTEND AUDIT-LOG.
           IF NOT FS-AUDIT-OK
              OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF NOT FS-AUDIT-OK
              DISPLAY 'PROGCOBU9: AUDITLOG.DAT INDISPONIVEL (STATUS '
                      FS-AUDIT '). TRIAGEM NAO AUDITADA.'
           ELSE
              MOVE AUDIT-REG TO AUD-LINHA
              WRITE AUD-LINHA
              CLOSE AUDIT-LOG
           END-IF.
