      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB105
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Relatorio de completude do lancamento de notas por
      * professor, rodado antes do fechamento do termo pelo PROGCOB05.
      * Para cada disciplina atribuida no termo informado
      * (PROFDISC.DAT, na ordem da chave: professor, disciplina) conta
      * na turma corrente (ROSTER.DAT) os alunos da disciplina, o
      * numero de avaliacoes ja abertas (maior ALU-QTD-NOTAS) e
      * quantos alunos tem todas elas lancadas (peso > 0), quantos
      * tem so parte e quantos nenhuma. Ao final lista as disciplinas
      * da turma sem professor atribuido no termo. O relatorio sai no
      * NOTASPEN.REL; havendo pendencia o RETURN-CODE e 4.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB105.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE
               ASSIGN TO 'ROSTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ROSTE.

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

           SELECT DISCIPLINA-FILE
               ASSIGN TO 'DISCIPL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-CODIGO
               FILE STATUS IS FS-DISCI.

           SELECT PENDENCIA-REPORT
               ASSIGN TO 'NOTASPEN.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  ROSTER-FILE.
       COPY ALUNOREG.

       FD  PROFESSOR-MASTER.
       COPY PROFREG.

       FD  PROFESSOR-DISCIPLINA-FILE.
       COPY PROFDREG.

       FD  DISCIPLINA-FILE.
       COPY DISCREG.

       FD  PENDENCIA-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ROSTE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PROFM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PROFD==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DISCI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-TERMO                PIC X(06)     VALUE SPACES.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-ACHOU                PIC X(01)     VALUE 'N'.
           88  WRK-ATRIBUICAO-DO-TERMO             VALUE 'S'.
       77  WRK-PROFESSOR-ANTERIOR   PIC X(05)     VALUE SPACES.
       77  WRK-NOME-PROFESSOR       PIC X(30)     VALUE SPACES.

       77  WRK-QTD-AVALIACOES       PIC 9(02)     VALUE ZEROS.
       77  WRK-QTD-LANCADAS         PIC 9(02)     VALUE ZEROS.
       77  WRK-QT-ALUNOS-DISC       PIC 9(03)     VALUE ZEROS.
       77  WRK-QT-COMPLETOS         PIC 9(03)     VALUE ZEROS.
       77  WRK-QT-INCOMPLETOS       PIC 9(03)     VALUE ZEROS.
       77  WRK-QT-SEM-NOTA          PIC 9(03)     VALUE ZEROS.
       77  WRK-SITUACAO-DISC        PIC X(09)     VALUE SPACES.

       77  WRK-QT-ATRIBUICOES       PIC 9(04)     VALUE ZEROS.
       77  WRK-QT-PENDENTES         PIC 9(04)     VALUE ZEROS.
       77  WRK-QT-SEM-PROFESSOR     PIC 9(04)     VALUE ZEROS.
       77  WRK-QT-LISTADOS          PIC 9(04)     VALUE ZEROS.

       77  WRK-MAX-ALUNOS           PIC 9(03)     VALUE 200.
       77  WRK-QTD-ALUNOS           PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-ALUNO            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-NOTA             PIC 9(02)  COMP  VALUE ZEROS.
       01  WRK-TABELA-TURMA.
           03  WRK-ALUNO OCCURS 200 TIMES.
               05  WRK-ALU-MATRICULA  PIC X(08).
               05  WRK-ALU-DISCIPLINA PIC X(04).
               05  WRK-ALU-NOME       PIC X(20).
               05  WRK-ALU-QTD-NOTAS  PIC 9(02).
               05  WRK-ALU-AVALIACOES OCCURS 10 TIMES.
                   07  WRK-ALU-NOTA   PIC 9(02)V9.
                   07  WRK-ALU-PESO   PIC 9(01)V9.
               05  WRK-ALU-FREQUENCIA PIC 9(03).

       77  WRK-MAX-DISCIPLINAS      PIC 9(03)     VALUE 50.
       77  WRK-QTD-DISCIPLINAS      PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-DISC             PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-POS-DISC             PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-DISCIPLINAS.
           03  WRK-DISCIPLINA OCCURS 50 TIMES.
               05  WRK-DIS-CODIGO     PIC X(04).
               05  WRK-DIS-ATRIBUIDA  PIC X(01).
                   88  WRK-DIS-COM-PROFESSOR       VALUE 'S'.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-NAO-HA-MAIS-REGISTROS.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           DISPLAY 'TERMO (AAAAMM OU EQUIVALENTE) .... : '.
           ACCEPT WRK-TERMO.

           PERFORM 0110-CARREGAR-TURMA.

           OPEN INPUT PROFESSOR-MASTER.
           CALL 'PROGCOBU1' USING 'PROFMAST.DAT' 'OPEN' FS-PROFM
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT PROFESSOR-DISCIPLINA-FILE.
           CALL 'PROGCOBU1' USING 'PROFDISC.DAT' 'OPEN' FS-PROFD
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

           OPEN OUTPUT PENDENCIA-REPORT.
           CALL 'PROGCOBU1' USING 'NOTASPEN.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'COMPLETUDE DO LANCAMENTO DE NOTAS - TERMO '
                  WRK-TERMO ' - ' WRK-DATA-ATUAL
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'DISC NOME                 ALUNOS AVAL COMPL INCOM SEM'
             TO REL-LINHA.
           MOVE 'SITUACAO' TO REL-LINHA(56:8).
           PERFORM 0800-GRAVAR-LINHA.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0130-LER-ATRIBUICAO.
      *----------------------------------------------------------------*
      *          Turma corrente na tabela e a lista das disciplinas
      *          que nela aparecem, para apontar as sem professor
      *----------------------------------------------------------------*
       0110-CARREGAR-TURMA.

           MOVE ZEROS TO WRK-QTD-ALUNOS WRK-QTD-DISCIPLINAS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT ROSTER-FILE.
           CALL 'PROGCOBU1' USING 'ROSTER.DAT' 'OPEN' FS-ROSTE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ ROSTER-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF WRK-QTD-ALUNOS >= WRK-MAX-ALUNOS
                    DISPLAY 'TABELA DE ALUNOS ESGOTADA.'
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QTD-ALUNOS
                 MOVE ALUNO-REG TO WRK-ALUNO(WRK-QTD-ALUNOS)
                 PERFORM 0120-REGISTRAR-DISCIPLINA
              END-IF
           END-PERFORM.

           CLOSE ROSTER-FILE.
      *----------------------------------------------------------------*
       0120-REGISTRAR-DISCIPLINA.

           PERFORM 0140-LOCALIZAR-DISCIPLINA.
           IF WRK-POS-DISC = ZEROS
              IF WRK-QTD-DISCIPLINAS >= WRK-MAX-DISCIPLINAS
                 DISPLAY 'TABELA DE DISCIPLINAS ESGOTADA ('
                         WRK-MAX-DISCIPLINAS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-DISCIPLINAS
              MOVE ALU-DISCIPLINA
                   TO WRK-DIS-CODIGO(WRK-QTD-DISCIPLINAS)
              MOVE 'N' TO WRK-DIS-ATRIBUIDA(WRK-QTD-DISCIPLINAS)
           END-IF.
      *----------------------------------------------------------------*
      *          Proxima atribuicao do termo pedido, na ordem da
      *          chave (professor, disciplina, termo)
      *----------------------------------------------------------------*
       0130-LER-ATRIBUICAO.

           MOVE 'N' TO WRK-ACHOU.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
                      OR WRK-ATRIBUICAO-DO-TERMO
              READ PROFESSOR-DISCIPLINA-FILE NEXT
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'PROFDISC.DAT' 'READ'
                      FS-PROFD WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 IF PFD-TERMO = WRK-TERMO
                    MOVE 'S' TO WRK-ACHOU
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0140-LOCALIZAR-DISCIPLINA.

           MOVE ZEROS TO WRK-POS-DISC.
           PERFORM VARYING WRK-IDX-DISC FROM 1 BY 1
                   UNTIL WRK-IDX-DISC > WRK-QTD-DISCIPLINAS
                      OR WRK-POS-DISC > ZEROS
              IF WRK-DIS-CODIGO(WRK-IDX-DISC) = ALU-DISCIPLINA
                 MOVE WRK-IDX-DISC TO WRK-POS-DISC
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Uma linha por disciplina atribuida, com a quebra por
      *          professor
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           IF PFD-PROFESSOR NOT = WRK-PROFESSOR-ANTERIOR
              PERFORM 0210-CABECALHO-PROFESSOR
           END-IF.

           ADD 1 TO WRK-QT-ATRIBUICOES.
           MOVE PFD-DISCIPLINA TO ALU-DISCIPLINA.
           PERFORM 0140-LOCALIZAR-DISCIPLINA.
           IF WRK-POS-DISC > ZEROS
              MOVE 'S' TO WRK-DIS-ATRIBUIDA(WRK-POS-DISC)
           END-IF.

           PERFORM 0220-APURAR-DISCIPLINA.

           IF WRK-QT-ALUNOS-DISC = ZEROS
              MOVE 'SEM TURMA' TO WRK-SITUACAO-DISC
           ELSE
              IF WRK-QT-COMPLETOS = WRK-QT-ALUNOS-DISC
                 MOVE 'COMPLETA' TO WRK-SITUACAO-DISC
              ELSE
                 MOVE 'PENDENTE' TO WRK-SITUACAO-DISC
                 ADD 1 TO WRK-QT-PENDENTES
              END-IF
           END-IF.

           MOVE PFD-DISCIPLINA TO DSC-CODIGO.
           READ DISCIPLINA-FILE
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO DSC-NOME
           END-READ.

           MOVE SPACES TO REL-LINHA.
           STRING PFD-DISCIPLINA ' ' DSC-NOME ' '
                  WRK-QT-ALUNOS-DISC '    ' WRK-QTD-AVALIACOES '  '
                  WRK-QT-COMPLETOS '   ' WRK-QT-INCOMPLETOS '   '
                  WRK-QT-SEM-NOTA ' ' WRK-SITUACAO-DISC
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0130-LER-ATRIBUICAO.
      *----------------------------------------------------------------*
       0210-CABECALHO-PROFESSOR.

           MOVE PFD-PROFESSOR TO WRK-PROFESSOR-ANTERIOR
                                 PRF-CODIGO.
           READ PROFESSOR-MASTER
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO PRF-NOME
           END-READ.
           MOVE PRF-NOME TO WRK-NOME-PROFESSOR.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROFESSOR ' PFD-PROFESSOR ' ' WRK-NOME-PROFESSOR
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Avaliacoes abertas = maior ALU-QTD-NOTAS da
      *          disciplina; completo e o aluno com peso > 0 em todas
      *----------------------------------------------------------------*
       0220-APURAR-DISCIPLINA.

           MOVE ZEROS TO WRK-QT-ALUNOS-DISC WRK-QTD-AVALIACOES
                         WRK-QT-COMPLETOS WRK-QT-INCOMPLETOS
                         WRK-QT-SEM-NOTA.

           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                   UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
              IF WRK-ALU-DISCIPLINA(WRK-IDX-ALUNO) = PFD-DISCIPLINA
                 ADD 1 TO WRK-QT-ALUNOS-DISC
                 IF WRK-ALU-QTD-NOTAS(WRK-IDX-ALUNO) >
                    WRK-QTD-AVALIACOES
                    MOVE WRK-ALU-QTD-NOTAS(WRK-IDX-ALUNO)
                      TO WRK-QTD-AVALIACOES
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                   UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
              IF WRK-ALU-DISCIPLINA(WRK-IDX-ALUNO) = PFD-DISCIPLINA
                 PERFORM 0230-CONTAR-LANCADAS
                 EVALUATE TRUE
                    WHEN WRK-QTD-LANCADAS = ZEROS
                       ADD 1 TO WRK-QT-SEM-NOTA
                    WHEN WRK-QTD-LANCADAS = WRK-QTD-AVALIACOES
                       ADD 1 TO WRK-QT-COMPLETOS
                    WHEN OTHER
                       ADD 1 TO WRK-QT-INCOMPLETOS
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0230-CONTAR-LANCADAS.

           MOVE ZEROS TO WRK-QTD-LANCADAS.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                   UNTIL WRK-IDX-NOTA > WRK-QTD-AVALIACOES
              IF WRK-ALU-PESO(WRK-IDX-ALUNO WRK-IDX-NOTA) > ZEROS
                 ADD 1 TO WRK-QTD-LANCADAS
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'DISCIPLINAS DA TURMA SEM PROFESSOR NO TERMO'
             TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           PERFORM VARYING WRK-IDX-DISC FROM 1 BY 1
                   UNTIL WRK-IDX-DISC > WRK-QTD-DISCIPLINAS
              IF NOT WRK-DIS-COM-PROFESSOR(WRK-IDX-DISC)
                 PERFORM 0310-LISTAR-SEM-PROFESSOR
              END-IF
           END-PERFORM.
           IF WRK-QT-LISTADOS = ZEROS
              MOVE '  NENHUMA.' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ATRIBUICOES ' WRK-QT-ATRIBUICOES
                  '  PENDENTES ' WRK-QT-PENDENTES
                  '  SEM PROFESSOR ' WRK-QT-SEM-PROFESSOR
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           CLOSE PROFESSOR-MASTER PROFESSOR-DISCIPLINA-FILE
                 DISCIPLINA-FILE PENDENCIA-REPORT.
           CALL 'PROGCOBU1' USING 'NOTASPEN.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'ATRIBUICOES NO TERMO   : ' WRK-QT-ATRIBUICOES.
           DISPLAY 'COM NOTAS PENDENTES    : ' WRK-QT-PENDENTES.
           DISPLAY 'DISCIPLINAS SEM PROF.  : ' WRK-QT-SEM-PROFESSOR.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           IF WRK-QT-PENDENTES > ZEROS
              OR WRK-QT-SEM-PROFESSOR > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0310-LISTAR-SEM-PROFESSOR.

           ADD 1 TO WRK-QT-LISTADOS WRK-QT-SEM-PROFESSOR.
           MOVE WRK-DIS-CODIGO(WRK-IDX-DISC) TO DSC-CODIGO.
           READ DISCIPLINA-FILE
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO DSC-NOME
           END-READ.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' WRK-DIS-CODIGO(WRK-IDX-DISC) ' ' DSC-NOME
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'NOTASPEN.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
