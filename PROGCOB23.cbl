      *                cadastro DISCIPL.DAT) e a frequencia, que e
      *                do termo, e lancada de uma vez em todos os
      *                registros do aluno.
      * 15.10.2026 EAS O professor passou a ser o usuario da sessao
      *                (OPERSESS.DAT), ligado ao cadastro PROFMAST.DAT,
      *                e o termo e informado na abertura: a nota so e
      *                lancada em disciplina atribuida a ele no termo
      *                (PROFDISC.DAT, mantido pelo PROGCOB104).
      * 15.10.2026 EAS Desligado o aluno da ultima disciplina, o plano
      *                de mensalidade dele (MENSPLAN.DAT) e encerrado
      *                na data, e o faturamento mensal do PROGCOB109
      *                deixa de cobra-lo.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-CODIGO
               FILE STATUS IS FS-DISCI.

           SELECT OPERATOR-SESSION
               ASSIGN TO 'OPERSESS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SESSA.

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

           SELECT TUITION-PLAN
               ASSIGN TO 'MENSPLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEN-MATRICULA
               FILE STATUS IS FS-MENSA.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*

       FD  DISCIPLINA-FILE.
       COPY DISCREG.

       FD  OPERATOR-SESSION.
       COPY SESSREG.

       FD  PROFESSOR-MASTER.
       COPY PROFREG.

       FD  PROFESSOR-DISCIPLINA-FILE.
       COPY PROFDREG.

       FD  TUITION-PLAN.
       COPY MENSREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ROSTE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DISCI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SESSA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PROFM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PROFD==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==MENSA==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                     VALUE 'S'.
       77  WRK-TRAVA-RESULTADO       PIC X(08)     VALUE SPACES.
           88  WRK-TRAVA-ADQUIRIDA                  VALUE 'TRAVADO'.
       77  WRK-TRAVA-DONO            PIC X(20)     VALUE SPACES.
       77  WRK-COD-PROFESSOR         PIC X(05)     VALUE SPACES.
       77  WRK-TERMO                 PIC X(06)     VALUE SPACES.
       77  WRK-ATRIBUICAO            PIC X(01)     VALUE 'N'.
           88  WRK-DISCIPLINA-ATRIBUIDA             VALUE 'S'.
       77  WRK-PROFDISC-ABERTO       PIC X(01)     VALUE 'N'.
           88  WRK-HA-ATRIBUICOES                   VALUE 'S'.

       77  WRK-MATRICULA             PIC X(08)     VALUE SPACES.
       77  WRK-DISCIPLINA            PIC X(04)     VALUE SPACES.
       77  WRK-QTD-FREQ-LANCADAS     PIC 9(02)     VALUE ZEROS.
       77  WRK-QTD-DISC-RESTANTES    PIC 9(02)     VALUE ZEROS.
       77  WRK-DATA-ATUAL            PIC 9(08)     VALUE ZEROS.
       77  WRK-NOME                  PIC X(20)     VALUE SPACES.
       77  WRK-AVALIACAO             PIC 9(02)     VALUE ZEROS.
       77  WRK-NOTA-DECIMOS          PIC 9(03)     VALUE ZEROS.
           MOVE ZEROS TO WRK-QTD-ALUNOS.
           MOVE 'N'   TO WRK-FIM-ALUNOS.

           OPEN INPUT OPERATOR-SESSION.
           IF FS-SESSA-OK
              READ OPERATOR-SESSION
                  AT END
                      MOVE SPACES TO OPS-USUARIO
              END-READ
              IF FS-SESSA-OK
                 MOVE OPS-USUARIO TO WRK-PROFESSOR
              END-IF
              CLOSE OPERATOR-SESSION
           END-IF.
           IF WRK-PROFESSOR = SPACES
              DISPLAY 'SEM SESSAO DE OPERADOR (OPERSESS.DAT). '
                      'FACA LOGIN PELO PROGCOB01.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'TERMO (AAAAMM OU EQUIVALENTE) .... : '.
           ACCEPT WRK-TERMO.

           MOVE '*TURMA*' TO WRK-CHAVE-TRAVA.
           CALL 'PROGCOBU7' USING 'T' 'ROSTER.DAT    '
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0110-IDENTIFICAR-PROFESSOR.

           OPEN INPUT ROSTER-FILE.
           IF FS-ROSTE = '35'
              DISPLAY 'ROSTER.DAT INEXISTENTE: TURMA NOVA.'

           DISPLAY 'ALUNOS CARREGADOS: ' WRK-QTD-ALUNOS.
      *----------------------------------------------------------------*
      *          Localizar o professor pelo usuario da sessao; sem
      *          cadastro ativo a manutencao da turma segue, mas o
      *          lancamento de notas fica recusado
      *----------------------------------------------------------------*
       0110-IDENTIFICAR-PROFESSOR.

           MOVE SPACES TO WRK-COD-PROFESSOR.

           OPEN INPUT PROFESSOR-MASTER.
           IF FS-PROFM = '35'
              DISPLAY 'PROFMAST.DAT INEXISTENTE: NENHUM PROFESSOR '
                      'CADASTRADO.'
           ELSE
              CALL 'PROGCOBU1' USING 'PROFMAST.DAT' 'OPEN' FS-PROFM
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE WRK-PROFESSOR TO PRF-USUARIO
              READ PROFESSOR-MASTER KEY IS PRF-USUARIO
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-PROFM-OK AND PRF-ATIVO
                 MOVE PRF-CODIGO TO WRK-COD-PROFESSOR
                 DISPLAY 'PROFESSOR: ' PRF-CODIGO ' ' PRF-NOME
              END-IF
              CLOSE PROFESSOR-MASTER
           END-IF.

           IF WRK-COD-PROFESSOR = SPACES
              DISPLAY 'USUARIO ' WRK-PROFESSOR ' NAO E PROFESSOR '
                      'ATIVO: LANCAMENTO DE NOTAS BLOQUEADO.'
           END-IF.

           OPEN INPUT PROFESSOR-DISCIPLINA-FILE.
           IF FS-PROFD = '35'
              DISPLAY 'PROFDISC.DAT INEXISTENTE: NENHUMA DISCIPLINA '
                      'ATRIBUIDA.'
           ELSE
              CALL 'PROGCOBU1' USING 'PROFDISC.DAT' 'OPEN' FS-PROFD
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'S' TO WRK-PROFDISC-ABERTO
           END-IF.
      *----------------------------------------------------------------*
      *          Exibir o menu e despachar a operacao escolhida
      *----------------------------------------------------------------*
       0200-PROCESSAR.
              END-PERFORM
              SUBTRACT 1 FROM WRK-QTD-ALUNOS
              DISPLAY 'ALUNO DESLIGADO.'
              MOVE ZEROS TO WRK-QTD-DISC-RESTANTES
              PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                      UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
                 IF WRK-ALU-MATRICULA(WRK-IDX-ALUNO) =
                    WRK-MATRICULA
                    ADD 1 TO WRK-QTD-DISC-RESTANTES
                 END-IF
              END-PERFORM
              IF WRK-QTD-DISC-RESTANTES = ZEROS
                 PERFORM 0290-ENCERRAR-MENSALIDADE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Lancar ou corrigir uma avaliacao, validando nota,
           PERFORM 0250-ACEITAR-MATRICULA.
           PERFORM 0260-LOCALIZAR-ALUNO.

           IF WRK-POS-ALUNO > ZEROS
              PERFORM 0280-VERIFICAR-ATRIBUICAO
           END-IF.

           IF WRK-POS-ALUNO = ZEROS
              DISPLAY 'MATRICULA NAO ENCONTRADA.'
           ELSE
              IF NOT WRK-DISCIPLINA-ATRIBUIDA
                 DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA ' NAO ATRIBUIDA '
                         'AO PROFESSOR NO TERMO ' WRK-TERMO
                         '. NOTA RECUSADA.'
              ELSE
              DISPLAY 'AVALIACAO (1 A 10) ....... : '
              ACCEPT WRK-AVALIACAO
              DISPLAY 'NOTA EM DECIMOS (0 A 100, EX 85 = 8,5) : '
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0235-LANCAR-FREQUENCIA.
           MOVE WRK-QTD-PREENCHIDAS
                TO WRK-ALU-QTD-NOTAS(WRK-POS-ALUNO).
      *----------------------------------------------------------------*
      *          A disciplina precisa estar atribuida ao professor da
      *          sessao no termo informado (PROFDISC.DAT)
      *----------------------------------------------------------------*
       0280-VERIFICAR-ATRIBUICAO.

           MOVE 'N' TO WRK-ATRIBUICAO.
           IF WRK-COD-PROFESSOR NOT = SPACES
              AND WRK-HA-ATRIBUICOES
              MOVE WRK-COD-PROFESSOR TO PFD-PROFESSOR
              MOVE WRK-DISCIPLINA    TO PFD-DISCIPLINA
              MOVE WRK-TERMO         TO PFD-TERMO
              READ PROFESSOR-DISCIPLINA-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-PROFD-OK
                 MOVE 'S' TO WRK-ATRIBUICAO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Aluno sem nenhuma disciplina na turma: encerrar o
      *          plano de mensalidade ativo, se houver
      *----------------------------------------------------------------*
       0290-ENCERRAR-MENSALIDADE.

           OPEN I-O TUITION-PLAN.
           IF FS-MENSA-OK
              MOVE WRK-MATRICULA TO MEN-MATRICULA
              READ TUITION-PLAN
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-MENSA-OK AND MEN-ATIVO
                 ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
                 MOVE 'E'            TO MEN-SITUACAO
                 MOVE WRK-DATA-ATUAL TO MEN-DATA-ENCERRAMENTO
                 REWRITE MENSALIDADE-PLANO-REG
                 CALL 'PROGCOBU1' USING 'MENSPLAN.DAT' 'REWRITE'
                      FS-MENSA WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 DISPLAY 'PLANO DE MENSALIDADE ENCERRADO.'
              END-IF
              CLOSE TUITION-PLAN
           END-IF.
      *----------------------------------------------------------------*
      *          Regravar a turma inteira a partir da tabela
      *----------------------------------------------------------------*
       0300-FINALIZAR.
           END-PERFORM.

           CLOSE ROSTER-FILE DISCIPLINA-FILE.
           IF WRK-HA-ATRIBUICOES
              CLOSE PROFESSOR-DISCIPLINA-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'ROSTER.DAT' 'CLOSE' FS-ROSTE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
