      *                a nota ia para uma posicao que a media nao
      *                soma e o recurso parecia aplicado sem mudar
      *                nada (auditoria com media antes = depois).
      * 15.10.2026 EAS A correcao so e aplicada se o autorizador for
      *                o professor da disciplina no termo (PROFDISC.DAT
      *                via PROFMAST.DAT) ou de nivel coordenador, com a
      *                acao CORRNOTA liberada na matriz PERMFILE.DAT.
      * 15.10.2026 EAS A correcao e a reapuracao do *GER atuam so nas
      *                linhas de apuracao do termo; as linhas finais
      *                da recuperacao (TRA-TIPO-LINHA 'F') ficam como
      *                estao e sao refeitas rodando o PROGCOB106.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ASSIGN TO 'NOTAAUD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NAUDI.

           SELECT PERMISSION-FILE
               ASSIGN TO 'PERMFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS FS-PERMI.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS PFD-CHAVE
               FILE STATUS IS FS-PROFD.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*

       FD  AUDITORIA-NOTAS.
       COPY NOTAAUD.

       FD  PERMISSION-FILE.
       COPY PERMIREG.

       FD  PROFESSOR-MASTER.
       COPY PROFREG.

       FD  PROFESSOR-DISCIPLINA-FILE.
       COPY PROFDREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRANS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==USERM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NAUDI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PERMI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PROFM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PROFD==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                     VALUE 'S'.
       77  WRK-DATA-ATUAL            PIC 9(08)     VALUE ZEROS.
       77  WRK-AUTORIZADO-POR        PIC X(20)     VALUE SPACES.
       77  WRK-COD-PROFESSOR         PIC X(05)     VALUE SPACES.
       77  WRK-COORDENADOR           PIC X(01)     VALUE 'N'.
           88  WRK-AUTORIZADOR-COORDENADOR          VALUE 'S'.
       77  WRK-PROFDISC-ABERTO       PIC X(01)     VALUE 'N'.
           88  WRK-HA-ATRIBUICOES                   VALUE 'S'.
       77  WRK-ATRIBUICAO            PIC X(01)     VALUE 'N'.
           88  WRK-CORRECAO-AUTORIZADA              VALUE 'S'.
       77  WRK-FIM-ARQUIVO           PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

               05  WRK-TRA-TERMO      PIC X(06).
               05  WRK-TRA-DISCIPLINA PIC X(04).
               05  WRK-TRA-MEDIA      PIC 9(02)V9.
               05  WRK-TRA-STATUS     PIC X(12).
               05  WRK-TRA-LETRA      PIC X(01).
               05  WRK-TRA-FREQUENCIA PIC 9(03).
               05  WRK-TRA-TIPO-LINHA PIC X(01).
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
           END-IF.
           CLOSE USER-MASTER-FILE.

           PERFORM 0105-IDENTIFICAR-AUTORIZADOR.

           OPEN INPUT CORRECOES-FILE.
           CALL 'PROGCOBU1' USING 'NOTACORR.DAT' 'OPEN' FS-CORRE
                WRK-ABEND.
           PERFORM 0120-CARREGAR-TRANSCRIPT.

           PERFORM 0130-LER-CORRECAO.
      *----------------------------------------------------------------*
      *          Coordenador: nivel do autorizador com CORRNOTA
      *          liberada na matriz. Professor: cadastro ativo no
      *          PROFMAST.DAT pelo usuario, para conferir a
      *          atribuicao de cada correcao no PROFDISC.DAT
      *----------------------------------------------------------------*
       0105-IDENTIFICAR-AUTORIZADOR.

           OPEN INPUT PERMISSION-FILE.
           CALL 'PROGCOBU1' USING 'PERMFILE.DAT' 'OPEN' FS-PERMI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           MOVE USR-NIVEL  TO PRM-NIVEL.
           MOVE 'CORRNOTA' TO PRM-ACAO.
           READ PERMISSION-FILE
               INVALID KEY
                   MOVE 'N' TO PRM-PERMITIDO
           END-READ.
           IF PRM-ACAO-LIBERADA
              MOVE 'S' TO WRK-COORDENADOR
              DISPLAY 'AUTORIZADOR COM NIVEL DE COORDENACAO.'
           END-IF.
           CLOSE PERMISSION-FILE.

           OPEN INPUT PROFESSOR-MASTER.
           IF FS-PROFM NOT = '35'
              CALL 'PROGCOBU1' USING 'PROFMAST.DAT' 'OPEN' FS-PROFM
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE WRK-AUTORIZADO-POR TO PRF-USUARIO
              READ PROFESSOR-MASTER KEY IS PRF-USUARIO
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-PROFM-OK AND PRF-ATIVO
                 MOVE PRF-CODIGO TO WRK-COD-PROFESSOR
              END-IF
              CLOSE PROFESSOR-MASTER
           END-IF.

           OPEN INPUT PROFESSOR-DISCIPLINA-FILE.
           IF FS-PROFD NOT = '35'
              CALL 'PROGCOBU1' USING 'PROFDISC.DAT' 'OPEN' FS-PROFD
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'S' TO WRK-PROFDISC-ABERTO
           END-IF.

           IF NOT WRK-AUTORIZADOR-COORDENADOR
              AND WRK-COD-PROFESSOR = SPACES
              DISPLAY 'AUTORIZADOR NAO E PROFESSOR NEM COORDENADOR: '
                      'TODAS AS CORRECOES SERAO RECUSADAS.'
           END-IF.
      *----------------------------------------------------------------*
       0110-CARREGAR-TURMA.

                      WRK-ALU-QTD-NOTAS(WRK-POS-ALUNO)
                      ' NOTAS). CORRECAO RECUSADA.'
              ADD 1 TO WRK-QTD-RECUSADAS
           ELSE
           PERFORM 0225-VERIFICAR-AUTORIZADOR
           IF NOT WRK-CORRECAO-AUTORIZADA
              DISPLAY 'AUTORIZADOR ' WRK-AUTORIZADO-POR ' NAO '
                      'LECIONA ' COR-DISCIPLINA ' NO TERMO '
                      COR-TERMO '. CORRECAO DE ' COR-MATRICULA
                      ' RECUSADA.'
              ADD 1 TO WRK-QTD-RECUSADAS
           ELSE
              PERFORM 0230-APLICAR-CORRECAO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           PERFORM 0130-LER-CORRECAO.
                 AND WRK-TRA-TERMO(WRK-IDX-TRANS) = COR-TERMO
                 AND WRK-TRA-DISCIPLINA(WRK-IDX-TRANS) =
                     COR-DISCIPLINA
                 AND WRK-TRA-TIPO-LINHA(WRK-IDX-TRANS) = SPACE
                 MOVE WRK-IDX-TRANS TO WRK-POS-TRANS
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Coordenador corrige qualquer disciplina; professor so
      *          a que lhe foi atribuida no termo da correcao
      *----------------------------------------------------------------*
       0225-VERIFICAR-AUTORIZADOR.

           MOVE 'N' TO WRK-ATRIBUICAO.
           IF WRK-AUTORIZADOR-COORDENADOR
              MOVE 'S' TO WRK-ATRIBUICAO
           ELSE
              IF WRK-COD-PROFESSOR NOT = SPACES
                 AND WRK-HA-ATRIBUICOES
                 MOVE WRK-COD-PROFESSOR TO PFD-PROFESSOR
                 MOVE COR-DISCIPLINA    TO PFD-DISCIPLINA
                 MOVE COR-TERMO         TO PFD-TERMO
                 READ PROFESSOR-DISCIPLINA-FILE
                     INVALID KEY
                         CONTINUE
                 END-READ
                 IF FS-PROFD-OK
                    MOVE 'S' TO WRK-ATRIBUICAO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Nota nova no ROSTER, media e situacao recalculadas
      *          com as regras do PROGCOB05, registro do termo
      *          substituido e auditoria gravada
                   UNTIL WRK-IDX-TRANS > WRK-QTD-TRANSCRIPT
              IF WRK-TRA-MATRICULA(WRK-IDX-TRANS) = COR-MATRICULA
                 AND WRK-TRA-TERMO(WRK-IDX-TRANS) = COR-TERMO
                 AND WRK-TRA-TIPO-LINHA(WRK-IDX-TRANS) = SPACE
                 IF WRK-TRA-DISCIPLINA(WRK-IDX-TRANS) = '*GER'
                    MOVE WRK-IDX-TRANS TO WRK-POS-GERAL
                 ELSE
           CLOSE TRANSCRIPT-MASTER.

           CLOSE CORRECOES-FILE AUDITORIA-NOTAS.
           IF WRK-HA-ATRIBUICOES
              CLOSE PROFESSOR-DISCIPLINA-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'NOTACORR.DAT' 'CLOSE' FS-CORRE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
