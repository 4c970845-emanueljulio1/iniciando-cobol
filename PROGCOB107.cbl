      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB107
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Estatistica da turma por disciplina e termo, para a
      * coordenacao, a partir das linhas de apuracao do termo no
      * TRANSCRIPT-MASTER (TRANSCPT.DAT): quantidade de alunos, media,
      * mediana, desvio padrao, histograma por letra (TRA-LETRA) e
      * percentuais de aprovados, recuperacao e reprovados, comparados
      * com o termo anterior da mesma disciplina. Com as notas da
      * turma corrente (ROSTER.DAT) aponta as avaliacoes em que a
      * media da turma caiu 2,0 pontos ou mais em relacao a avaliacao
      * anterior - prova possivelmente mal calibrada. O relatorio sai
      * no ESTTURMA.REL. Em separado, o quadro de honra (QUADHONR.REL)
      * lista os 10 alunos de maior media geral (*GER) do termo com
      * frequencia no minimo exigido.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB107.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-MASTER
               ASSIGN TO 'TRANSCPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRANS.

           SELECT ROSTER-FILE
               ASSIGN TO 'ROSTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ROSTE.

           SELECT ESTATISTICA-REPORT
               ASSIGN TO 'ESTTURMA.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

           SELECT QUADRO-HONRA-REPORT
               ASSIGN TO 'QUADHONR.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-QHONR.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  TRANSCRIPT-MASTER.
       COPY TRANSREG.

       FD  ROSTER-FILE.
       COPY ALUNOREG.

       FD  ESTATISTICA-REPORT.
       01  REL-LINHA                  PIC X(80).

       FD  QUADRO-HONRA-REPORT.
       01  QHO-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRANS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ROSTE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==QHONR==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-TERMO                PIC X(06)     VALUE SPACES.
       77  WRK-TERMO-APURADO        PIC X(06)     VALUE SPACES.
       77  WRK-TERMO-ANTERIOR       PIC X(06)     VALUE SPACES.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-FREQUENCIA-MINIMA    PIC 9(03)     VALUE 75.
       77  WRK-QUEDA-MINIMA         PIC 9(02)V9   VALUE 2,0.
       77  WRK-MAX-HONRA            PIC 9(02)     VALUE 10.

      *    Estatistica da disciplina no termo apurado
       77  WRK-QT-ALUNOS            PIC 9(03)     VALUE ZEROS.
       77  WRK-SOMA-MEDIAS          PIC 9(05)V9   VALUE ZEROS.
       77  WRK-MEDIA-TURMA          PIC 9(02)V99  VALUE ZEROS.
       77  WRK-MEDIANA              PIC 9(02)V99  VALUE ZEROS.
       77  WRK-SOMA-QUADRADOS       PIC 9(07)V9(4) VALUE ZEROS.
       77  WRK-DIFERENCA            PIC S9(02)V99 VALUE ZEROS.
       77  WRK-VARIANCIA            PIC 9(05)V9(4) VALUE ZEROS.
       77  WRK-DESVIO-PADRAO        PIC 9(02)V99  VALUE ZEROS.
       77  WRK-QT-APROVADOS         PIC 9(03)     VALUE ZEROS.
       77  WRK-QT-RECUPERACAO       PIC 9(03)     VALUE ZEROS.
       77  WRK-QT-REPROVADOS        PIC 9(03)     VALUE ZEROS.
       77  WRK-PCT-APROVADOS        PIC 9(03)V9   VALUE ZEROS.
       77  WRK-PCT-RECUPERACAO      PIC 9(03)V9   VALUE ZEROS.
       77  WRK-PCT-REPROVADOS       PIC 9(03)V9   VALUE ZEROS.
       01  WRK-HISTOGRAMA.
           03  WRK-HIS-CLASSE OCCURS 5 TIMES.
               05  WRK-HIS-LETRA      PIC X(01).
               05  WRK-HIS-QTD        PIC 9(03).
       77  WRK-IDX-LETRA            PIC 9(01)  COMP  VALUE ZEROS.
       77  WRK-LETRAS               PIC X(05)     VALUE 'ABCDF'.
       77  WRK-BARRA                PIC X(40)     VALUE ALL '*'.
       77  WRK-TAM-BARRA            PIC 9(02)     VALUE ZEROS.

      *    Valores guardados do termo pedido para a comparacao
       77  WRK-QT-ALUNOS-ATUAL      PIC 9(03)     VALUE ZEROS.
       77  WRK-MEDIA-ATUAL          PIC 9(02)V99  VALUE ZEROS.
       77  WRK-PCT-APROV-ATUAL      PIC 9(03)V9   VALUE ZEROS.
       77  WRK-VARIACAO             PIC S9(02)V99 VALUE ZEROS.

       77  WRK-MEDIA-ED             PIC Z9,99     VALUE ZEROS.
       77  WRK-MEDIANA-ED           PIC Z9,99     VALUE ZEROS.
       77  WRK-DESVIO-ED            PIC Z9,99     VALUE ZEROS.
       77  WRK-VARIACAO-ED          PIC +Z9,99    VALUE ZEROS.
       77  WRK-PCT-APROV-ED         PIC ZZ9,9     VALUE ZEROS.
       77  WRK-PCT-RECUP-ED         PIC ZZ9,9     VALUE ZEROS.
       77  WRK-PCT-REPROV-ED        PIC ZZ9,9     VALUE ZEROS.
       77  WRK-NOTA-ED              PIC Z9,9      VALUE ZEROS.
       77  WRK-NOTA-ANT-ED          PIC Z9,9      VALUE ZEROS.
       77  WRK-QUEDA-ED             PIC Z9,99     VALUE ZEROS.

       77  WRK-MAX-VALORES          PIC 9(03)     VALUE 200.
       77  WRK-QTD-VALORES          PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-VALOR            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-ORDEM            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-POS-MEIO             PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-VALOR-TROCA          PIC 9(02)V9   VALUE ZEROS.
       01  WRK-TABELA-VALORES.
           03  WRK-VALOR OCCURS 200 TIMES PIC 9(02)V9.

       77  WRK-MAX-TRANSCRIPT       PIC 9(04)     VALUE 1000.
       77  WRK-QTD-TRANSCRIPT       PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-TRANS            PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-TRANSCRIPT.
           03  WRK-TRA-ENTRADA OCCURS 1000 TIMES.
               05  WRK-TRA-MATRICULA  PIC X(08).
               05  WRK-TRA-NOME       PIC X(20).
               05  WRK-TRA-TERMO      PIC X(06).
               05  WRK-TRA-DISCIPLINA PIC X(04).
               05  WRK-TRA-MEDIA      PIC 9(02)V9.
               05  WRK-TRA-STATUS     PIC X(12).
               05  WRK-TRA-LETRA      PIC X(01).
               05  WRK-TRA-FREQUENCIA PIC 9(03).
               05  WRK-TRA-TIPO-LINHA PIC X(01).

       77  WRK-MAX-DISCIPLINAS      PIC 9(03)     VALUE 50.
       77  WRK-QTD-DISCIPLINAS      PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-DISC             PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-POS-DISC             PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-DISCIPLINAS.
           03  WRK-DIS-CODIGO OCCURS 50 TIMES PIC X(04).

       77  WRK-MAX-ALUNOS           PIC 9(03)     VALUE 200.
       77  WRK-QTD-ALUNOS           PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-ALUNO            PIC 9(03)  COMP  VALUE ZEROS.
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

      *    Media da turma por avaliacao da disciplina
       77  WRK-QTD-AVALIACOES       PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX-AVAL             PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-QT-AVAL-LISTADAS     PIC 9(03)     VALUE ZEROS.
       77  WRK-QUEDA                PIC 9(02)V99  VALUE ZEROS.
       77  WRK-AVAL-ED              PIC Z9        VALUE ZEROS.
       01  WRK-TABELA-AVALIACOES.
           03  WRK-AVL-ENTRADA OCCURS 10 TIMES.
               05  WRK-AVL-SOMA       PIC 9(05)V9.
               05  WRK-AVL-QTD        PIC 9(03).
               05  WRK-AVL-MEDIA      PIC 9(02)V99.

      *    Candidatos ao quadro de honra
       77  WRK-MAX-CANDIDATOS       PIC 9(03)     VALUE 200.
       77  WRK-QTD-CANDIDATOS       PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-CAND             PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-POS-MAIOR            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-COLOCACAO            PIC 9(02)     VALUE ZEROS.
       01  WRK-TABELA-CANDIDATOS.
           03  WRK-CAND OCCURS 200 TIMES.
               05  WRK-CAN-MATRICULA  PIC X(08).
               05  WRK-CAN-NOME       PIC X(20).
               05  WRK-CAN-MEDIA      PIC 9(02)V9.
               05  WRK-CAN-FREQUENCIA PIC 9(03).
               05  WRK-CAN-STATUS     PIC X(12).
               05  WRK-CAN-LISTADO    PIC X(01).
                   88  WRK-CAN-JA-LISTADO          VALUE 'S'.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
                   VARYING WRK-IDX-DISC FROM 1 BY 1
                   UNTIL WRK-IDX-DISC > WRK-QTD-DISCIPLINAS.
           PERFORM 0400-QUADRO-DE-HONRA.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           DISPLAY 'TERMO (AAAAMM OU EQUIVALENTE) .... : '.
           ACCEPT WRK-TERMO.

           PERFORM 0110-CARREGAR-TRANSCRIPT.
           PERFORM 0120-CARREGAR-TURMA.

           OPEN OUTPUT ESTATISTICA-REPORT.
           CALL 'PROGCOBU1' USING 'ESTTURMA.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT QUADRO-HONRA-REPORT.
           CALL 'PROGCOBU1' USING 'QUADHONR.REL' 'OPEN' FS-QHONR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'ESTATISTICA DA TURMA POR DISCIPLINA - TERMO '
                  WRK-TERMO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-QTD-DISCIPLINAS = ZEROS
              MOVE SPACES TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              MOVE 'NENHUMA DISCIPLINA APURADA NO TERMO.' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          Historico inteiro na tabela e a lista das disciplinas
      *          apuradas no termo pedido
      *----------------------------------------------------------------*
       0110-CARREGAR-TRANSCRIPT.

           MOVE ZEROS TO WRK-QTD-TRANSCRIPT WRK-QTD-DISCIPLINAS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT TRANSCRIPT-MASTER.
           CALL 'PROGCOBU1' USING 'TRANSCPT.DAT' 'OPEN' FS-TRANS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ TRANSCRIPT-MASTER
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF WRK-QTD-TRANSCRIPT >= WRK-MAX-TRANSCRIPT
                    DISPLAY 'TABELA DE TRANSCRIPT ESGOTADA.'
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QTD-TRANSCRIPT
                 MOVE TRANSCRIPT-REG
                      TO WRK-TRA-ENTRADA(WRK-QTD-TRANSCRIPT)
                 IF TRA-TERMO = WRK-TERMO
                    AND TRA-DISCIPLINA NOT = '*GER'
                    AND TRA-LINHA-APURACAO
                    PERFORM 0115-REGISTRAR-DISCIPLINA
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE TRANSCRIPT-MASTER.
      *----------------------------------------------------------------*
       0115-REGISTRAR-DISCIPLINA.

           MOVE ZEROS TO WRK-POS-DISC.
           PERFORM VARYING WRK-IDX-DISC FROM 1 BY 1
                   UNTIL WRK-IDX-DISC > WRK-QTD-DISCIPLINAS
                      OR WRK-POS-DISC > ZEROS
              IF WRK-DIS-CODIGO(WRK-IDX-DISC) = TRA-DISCIPLINA
                 MOVE WRK-IDX-DISC TO WRK-POS-DISC
              END-IF
           END-PERFORM.

           IF WRK-POS-DISC = ZEROS
              IF WRK-QTD-DISCIPLINAS >= WRK-MAX-DISCIPLINAS
                 DISPLAY 'TABELA DE DISCIPLINAS ESGOTADA ('
                         WRK-MAX-DISCIPLINAS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-DISCIPLINAS
              MOVE TRA-DISCIPLINA
                TO WRK-DIS-CODIGO(WRK-QTD-DISCIPLINAS)
           END-IF.
      *----------------------------------------------------------------*
       0120-CARREGAR-TURMA.

           MOVE ZEROS TO WRK-QTD-ALUNOS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT ROSTER-FILE.
           IF FS-ROSTE = '35'
              DISPLAY 'ROSTER.DAT INEXISTENTE: SEM ANALISE DAS '
                      'AVALIACOES.'
           ELSE
              CALL 'PROGCOBU1' USING 'ROSTER.DAT' 'OPEN' FS-ROSTE
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
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
                 END-IF
              END-PERFORM
              CLOSE ROSTER-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
      *          Uma disciplina: estatistica do termo, comparacao com
      *          o termo anterior e avaliacoes com queda da media
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           MOVE WRK-TERMO TO WRK-TERMO-APURADO.
           PERFORM 0210-APURAR-TERMO.

           MOVE WRK-QT-ALUNOS     TO WRK-QT-ALUNOS-ATUAL.
           MOVE WRK-MEDIA-TURMA   TO WRK-MEDIA-ATUAL.
           MOVE WRK-PCT-APROVADOS TO WRK-PCT-APROV-ATUAL.

           PERFORM 0240-IMPRIMIR-ESTATISTICA.
           PERFORM 0250-COMPARAR-TERMO-ANTERIOR.
           PERFORM 0260-AVALIACOES-EM-QUEDA.
      *----------------------------------------------------------------*
      *          Contagem, media, mediana, desvio padrao, histograma
      *          e percentuais da disciplina WRK-DIS-CODIGO no termo
      *          WRK-TERMO-APURADO
      *----------------------------------------------------------------*
       0210-APURAR-TERMO.

           MOVE ZEROS TO WRK-QT-ALUNOS WRK-SOMA-MEDIAS WRK-QTD-VALORES
                         WRK-QT-APROVADOS WRK-QT-RECUPERACAO
                         WRK-QT-REPROVADOS WRK-MEDIA-TURMA WRK-MEDIANA
                         WRK-DESVIO-PADRAO WRK-PCT-APROVADOS
                         WRK-PCT-RECUPERACAO WRK-PCT-REPROVADOS.
           PERFORM VARYING WRK-IDX-LETRA FROM 1 BY 1
                   UNTIL WRK-IDX-LETRA > 5
              MOVE WRK-LETRAS(WRK-IDX-LETRA:1)
                TO WRK-HIS-LETRA(WRK-IDX-LETRA)
              MOVE ZEROS TO WRK-HIS-QTD(WRK-IDX-LETRA)
           END-PERFORM.

           PERFORM VARYING WRK-IDX-TRANS FROM 1 BY 1
                   UNTIL WRK-IDX-TRANS > WRK-QTD-TRANSCRIPT
              IF WRK-TRA-TERMO(WRK-IDX-TRANS) = WRK-TERMO-APURADO
                 AND WRK-TRA-DISCIPLINA(WRK-IDX-TRANS) =
                     WRK-DIS-CODIGO(WRK-IDX-DISC)
                 AND WRK-TRA-TIPO-LINHA(WRK-IDX-TRANS) = SPACE
                 PERFORM 0215-CONTAR-ALUNO
              END-IF
           END-PERFORM.

           IF WRK-QT-ALUNOS > ZEROS
              COMPUTE WRK-MEDIA-TURMA ROUNDED =
                      WRK-SOMA-MEDIAS / WRK-QT-ALUNOS
              COMPUTE WRK-PCT-APROVADOS ROUNDED =
                      WRK-QT-APROVADOS * 100 / WRK-QT-ALUNOS
              COMPUTE WRK-PCT-RECUPERACAO ROUNDED =
                      WRK-QT-RECUPERACAO * 100 / WRK-QT-ALUNOS
              COMPUTE WRK-PCT-REPROVADOS ROUNDED =
                      WRK-QT-REPROVADOS * 100 / WRK-QT-ALUNOS
              PERFORM 0220-CALCULAR-MEDIANA
              PERFORM 0230-CALCULAR-DESVIO
           END-IF.
      *----------------------------------------------------------------*
       0215-CONTAR-ALUNO.

           ADD 1 TO WRK-QT-ALUNOS.
           ADD WRK-TRA-MEDIA(WRK-IDX-TRANS) TO WRK-SOMA-MEDIAS.

           IF WRK-QTD-VALORES < WRK-MAX-VALORES
              ADD 1 TO WRK-QTD-VALORES
              MOVE WRK-TRA-MEDIA(WRK-IDX-TRANS)
                TO WRK-VALOR(WRK-QTD-VALORES)
           END-IF.

           EVALUATE WRK-TRA-STATUS(WRK-IDX-TRANS)
              WHEN 'APROVADO'
                 ADD 1 TO WRK-QT-APROVADOS
              WHEN 'RECUPERACAO'
                 ADD 1 TO WRK-QT-RECUPERACAO
              WHEN OTHER
                 ADD 1 TO WRK-QT-REPROVADOS
           END-EVALUATE.

           PERFORM VARYING WRK-IDX-LETRA FROM 1 BY 1
                   UNTIL WRK-IDX-LETRA > 5
              IF WRK-HIS-LETRA(WRK-IDX-LETRA) =
                 WRK-TRA-LETRA(WRK-IDX-TRANS)
                 ADD 1 TO WRK-HIS-QTD(WRK-IDX-LETRA)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Mediana: medias em ordem crescente (insercao) e o
      *          valor do meio, ou a media dos dois do meio
      *----------------------------------------------------------------*
       0220-CALCULAR-MEDIANA.

           PERFORM VARYING WRK-IDX-VALOR FROM 2 BY 1
                   UNTIL WRK-IDX-VALOR > WRK-QTD-VALORES
              MOVE WRK-VALOR(WRK-IDX-VALOR) TO WRK-VALOR-TROCA
              MOVE WRK-IDX-VALOR TO WRK-IDX-ORDEM
              PERFORM UNTIL WRK-IDX-ORDEM < 2
                         OR WRK-VALOR(WRK-IDX-ORDEM - 1) <=
                            WRK-VALOR-TROCA
                 MOVE WRK-VALOR(WRK-IDX-ORDEM - 1)
                   TO WRK-VALOR(WRK-IDX-ORDEM)
                 SUBTRACT 1 FROM WRK-IDX-ORDEM
              END-PERFORM
              MOVE WRK-VALOR-TROCA TO WRK-VALOR(WRK-IDX-ORDEM)
           END-PERFORM.

           DIVIDE WRK-QTD-VALORES BY 2 GIVING WRK-POS-MEIO.
           IF WRK-POS-MEIO * 2 = WRK-QTD-VALORES
              COMPUTE WRK-MEDIANA ROUNDED =
                      (WRK-VALOR(WRK-POS-MEIO) +
                       WRK-VALOR(WRK-POS-MEIO + 1)) / 2
           ELSE
              MOVE WRK-VALOR(WRK-POS-MEIO + 1) TO WRK-MEDIANA
           END-IF.
      *----------------------------------------------------------------*
      *          Desvio padrao da populacao: raiz da media dos
      *          quadrados das diferencas para a media da turma
      *----------------------------------------------------------------*
       0230-CALCULAR-DESVIO.

           MOVE ZEROS TO WRK-SOMA-QUADRADOS.
           PERFORM VARYING WRK-IDX-VALOR FROM 1 BY 1
                   UNTIL WRK-IDX-VALOR > WRK-QTD-VALORES
              COMPUTE WRK-DIFERENCA =
                      WRK-VALOR(WRK-IDX-VALOR) - WRK-MEDIA-TURMA
              COMPUTE WRK-SOMA-QUADRADOS = WRK-SOMA-QUADRADOS +
                      (WRK-DIFERENCA * WRK-DIFERENCA)
           END-PERFORM.

           COMPUTE WRK-VARIANCIA ROUNDED =
                   WRK-SOMA-QUADRADOS / WRK-QTD-VALORES.
           COMPUTE WRK-DESVIO-PADRAO ROUNDED =
                   WRK-VARIANCIA ** 0,5.
      *----------------------------------------------------------------*
       0240-IMPRIMIR-ESTATISTICA.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DISCIPLINA ' WRK-DIS-CODIGO(WRK-IDX-DISC)
                  '  ALUNOS ' WRK-QT-ALUNOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-MEDIA-TURMA   TO WRK-MEDIA-ED.
           MOVE WRK-MEDIANA       TO WRK-MEDIANA-ED.
           MOVE WRK-DESVIO-PADRAO TO WRK-DESVIO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  MEDIA ' WRK-MEDIA-ED '  MEDIANA ' WRK-MEDIANA-ED
                  '  DESVIO PADRAO ' WRK-DESVIO-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-PCT-APROVADOS   TO WRK-PCT-APROV-ED.
           MOVE WRK-PCT-RECUPERACAO TO WRK-PCT-RECUP-ED.
           MOVE WRK-PCT-REPROVADOS  TO WRK-PCT-REPROV-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  APROVADOS ' WRK-PCT-APROV-ED
                  '%  RECUPERACAO ' WRK-PCT-RECUP-ED
                  '%  REPROVADOS ' WRK-PCT-REPROV-ED '%'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM VARYING WRK-IDX-LETRA FROM 1 BY 1
                   UNTIL WRK-IDX-LETRA > 5
              PERFORM 0245-IMPRIMIR-BARRA
           END-PERFORM.
      *----------------------------------------------------------------*
       0245-IMPRIMIR-BARRA.

           IF WRK-HIS-QTD(WRK-IDX-LETRA) > 40
              MOVE 40 TO WRK-TAM-BARRA
           ELSE
              MOVE WRK-HIS-QTD(WRK-IDX-LETRA) TO WRK-TAM-BARRA
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING '  LETRA ' WRK-HIS-LETRA(WRK-IDX-LETRA) ' '
                  WRK-HIS-QTD(WRK-IDX-LETRA) ' '
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           IF WRK-TAM-BARRA > ZEROS
              MOVE WRK-BARRA(1:WRK-TAM-BARRA)
                TO REL-LINHA(16:WRK-TAM-BARRA)
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Termo anterior da disciplina: o maior termo menor
      *          que o pedido com linhas de apuracao no historico
      *----------------------------------------------------------------*
       0250-COMPARAR-TERMO-ANTERIOR.

           MOVE SPACES TO WRK-TERMO-ANTERIOR.
           PERFORM VARYING WRK-IDX-TRANS FROM 1 BY 1
                   UNTIL WRK-IDX-TRANS > WRK-QTD-TRANSCRIPT
              IF WRK-TRA-DISCIPLINA(WRK-IDX-TRANS) =
                 WRK-DIS-CODIGO(WRK-IDX-DISC)
                 AND WRK-TRA-TIPO-LINHA(WRK-IDX-TRANS) = SPACE
                 AND WRK-TRA-TERMO(WRK-IDX-TRANS) < WRK-TERMO
                 AND WRK-TRA-TERMO(WRK-IDX-TRANS) >
                     WRK-TERMO-ANTERIOR
                 MOVE WRK-TRA-TERMO(WRK-IDX-TRANS)
                   TO WRK-TERMO-ANTERIOR
              END-IF
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           IF WRK-TERMO-ANTERIOR = SPACES
              MOVE '  TERMO ANTERIOR: SEM HISTORICO DA DISCIPLINA.'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              MOVE WRK-TERMO-ANTERIOR TO WRK-TERMO-APURADO
              PERFORM 0210-APURAR-TERMO
              COMPUTE WRK-VARIACAO = WRK-MEDIA-ATUAL - WRK-MEDIA-TURMA
              MOVE WRK-MEDIA-TURMA   TO WRK-MEDIA-ED
              MOVE WRK-PCT-APROVADOS TO WRK-PCT-APROV-ED
              MOVE WRK-VARIACAO      TO WRK-VARIACAO-ED
              STRING '  TERMO ANTERIOR ' WRK-TERMO-ANTERIOR
                     ': ALUNOS ' WRK-QT-ALUNOS
                     ' MEDIA ' WRK-MEDIA-ED
                     ' APROV. ' WRK-PCT-APROV-ED '%'
                     '  VARIACAO ' WRK-VARIACAO-ED
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          Media da turma em cada avaliacao (ROSTER corrente) e
      *          as que cairam WRK-QUEDA-MINIMA ou mais em relacao a
      *          anterior
      *----------------------------------------------------------------*
       0260-AVALIACOES-EM-QUEDA.

           MOVE ZEROS TO WRK-QTD-AVALIACOES WRK-QT-AVAL-LISTADAS.
           PERFORM VARYING WRK-IDX-AVAL FROM 1 BY 1
                   UNTIL WRK-IDX-AVAL > 10
              MOVE ZEROS TO WRK-AVL-SOMA(WRK-IDX-AVAL)
                            WRK-AVL-QTD(WRK-IDX-AVAL)
                            WRK-AVL-MEDIA(WRK-IDX-AVAL)
           END-PERFORM.

           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                   UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
              IF WRK-ALU-DISCIPLINA(WRK-IDX-ALUNO) =
                 WRK-DIS-CODIGO(WRK-IDX-DISC)
                 IF WRK-ALU-QTD-NOTAS(WRK-IDX-ALUNO) >
                    WRK-QTD-AVALIACOES
                    MOVE WRK-ALU-QTD-NOTAS(WRK-IDX-ALUNO)
                      TO WRK-QTD-AVALIACOES
                 END-IF
                 PERFORM VARYING WRK-IDX-AVAL FROM 1 BY 1
                         UNTIL WRK-IDX-AVAL > 10
                    IF WRK-ALU-PESO(WRK-IDX-ALUNO WRK-IDX-AVAL)
                       > ZEROS
                       ADD WRK-ALU-NOTA(WRK-IDX-ALUNO WRK-IDX-AVAL)
                        TO WRK-AVL-SOMA(WRK-IDX-AVAL)
                       ADD 1 TO WRK-AVL-QTD(WRK-IDX-AVAL)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IDX-AVAL FROM 1 BY 1
                   UNTIL WRK-IDX-AVAL > WRK-QTD-AVALIACOES
              IF WRK-AVL-QTD(WRK-IDX-AVAL) > ZEROS
                 COMPUTE WRK-AVL-MEDIA(WRK-IDX-AVAL) ROUNDED =
                         WRK-AVL-SOMA(WRK-IDX-AVAL) /
                         WRK-AVL-QTD(WRK-IDX-AVAL)
              END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IDX-AVAL FROM 2 BY 1
                   UNTIL WRK-IDX-AVAL > WRK-QTD-AVALIACOES
              IF WRK-AVL-QTD(WRK-IDX-AVAL) > ZEROS
                 AND WRK-AVL-QTD(WRK-IDX-AVAL - 1) > ZEROS
                 AND WRK-AVL-MEDIA(WRK-IDX-AVAL - 1) >
                     WRK-AVL-MEDIA(WRK-IDX-AVAL)
                 COMPUTE WRK-QUEDA = WRK-AVL-MEDIA(WRK-IDX-AVAL - 1)
                                   - WRK-AVL-MEDIA(WRK-IDX-AVAL)
                 IF WRK-QUEDA >= WRK-QUEDA-MINIMA
                    PERFORM 0265-LISTAR-QUEDA
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-QTD-AVALIACOES > ZEROS
              AND WRK-QT-AVAL-LISTADAS = ZEROS
              MOVE '  AVALIACOES: NENHUMA QUEDA ACENTUADA DA MEDIA.'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
       0265-LISTAR-QUEDA.

           ADD 1 TO WRK-QT-AVAL-LISTADAS.
           MOVE WRK-AVL-MEDIA(WRK-IDX-AVAL)     TO WRK-NOTA-ED.
           MOVE WRK-AVL-MEDIA(WRK-IDX-AVAL - 1) TO WRK-NOTA-ANT-ED.
           MOVE WRK-QUEDA                        TO WRK-QUEDA-ED.
           MOVE WRK-IDX-AVAL                     TO WRK-AVAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  *** AVALIACAO ' WRK-AVAL-ED
                  ' MEDIA ' WRK-NOTA-ED
                  ' (ANTERIOR ' WRK-NOTA-ANT-ED
                  ') QUEDA ' WRK-QUEDA-ED
                  ' - CONFERIR A PROVA'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Quadro de honra: linhas *GER de apuracao do termo com
      *          frequencia no minimo, as WRK-MAX-HONRA maiores medias
      *----------------------------------------------------------------*
       0400-QUADRO-DE-HONRA.

           MOVE ZEROS TO WRK-QTD-CANDIDATOS.
           PERFORM VARYING WRK-IDX-TRANS FROM 1 BY 1
                   UNTIL WRK-IDX-TRANS > WRK-QTD-TRANSCRIPT
              IF WRK-TRA-TERMO(WRK-IDX-TRANS) = WRK-TERMO
                 AND WRK-TRA-DISCIPLINA(WRK-IDX-TRANS) = '*GER'
                 AND WRK-TRA-TIPO-LINHA(WRK-IDX-TRANS) = SPACE
                 AND WRK-TRA-FREQUENCIA(WRK-IDX-TRANS) >=
                     WRK-FREQUENCIA-MINIMA
                 AND WRK-QTD-CANDIDATOS < WRK-MAX-CANDIDATOS
                 ADD 1 TO WRK-QTD-CANDIDATOS
                 MOVE WRK-TRA-MATRICULA(WRK-IDX-TRANS)
                   TO WRK-CAN-MATRICULA(WRK-QTD-CANDIDATOS)
                 MOVE WRK-TRA-NOME(WRK-IDX-TRANS)
                   TO WRK-CAN-NOME(WRK-QTD-CANDIDATOS)
                 MOVE WRK-TRA-MEDIA(WRK-IDX-TRANS)
                   TO WRK-CAN-MEDIA(WRK-QTD-CANDIDATOS)
                 MOVE WRK-TRA-FREQUENCIA(WRK-IDX-TRANS)
                   TO WRK-CAN-FREQUENCIA(WRK-QTD-CANDIDATOS)
                 MOVE WRK-TRA-STATUS(WRK-IDX-TRANS)
                   TO WRK-CAN-STATUS(WRK-QTD-CANDIDATOS)
                 MOVE 'N' TO WRK-CAN-LISTADO(WRK-QTD-CANDIDATOS)
              END-IF
           END-PERFORM.

           MOVE SPACES TO QHO-LINHA.
           STRING 'QUADRO DE HONRA - TERMO ' WRK-TERMO
                  ' - FREQUENCIA MINIMA ' WRK-FREQUENCIA-MINIMA '%'
               DELIMITED BY SIZE INTO QHO-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-QUADRO.
           MOVE SPACES TO QHO-LINHA.
           PERFORM 0810-GRAVAR-QUADRO.

           MOVE ZEROS TO WRK-COLOCACAO.
           PERFORM 0410-PROXIMO-DA-LISTA
                   UNTIL WRK-COLOCACAO >= WRK-MAX-HONRA
                      OR WRK-COLOCACAO >= WRK-QTD-CANDIDATOS.

           IF WRK-QTD-CANDIDATOS = ZEROS
              MOVE 'NENHUM ALUNO COM RESULTADO GERAL NO TERMO.'
                TO QHO-LINHA
              PERFORM 0810-GRAVAR-QUADRO
           END-IF.
      *----------------------------------------------------------------*
       0410-PROXIMO-DA-LISTA.

           MOVE ZEROS TO WRK-POS-MAIOR.
           PERFORM VARYING WRK-IDX-CAND FROM 1 BY 1
                   UNTIL WRK-IDX-CAND > WRK-QTD-CANDIDATOS
              IF NOT WRK-CAN-JA-LISTADO(WRK-IDX-CAND)
                 IF WRK-POS-MAIOR = ZEROS
                    MOVE WRK-IDX-CAND TO WRK-POS-MAIOR
                 ELSE
                    IF WRK-CAN-MEDIA(WRK-IDX-CAND) >
                       WRK-CAN-MEDIA(WRK-POS-MAIOR)
                       MOVE WRK-IDX-CAND TO WRK-POS-MAIOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           ADD 1 TO WRK-COLOCACAO.
           MOVE 'S' TO WRK-CAN-LISTADO(WRK-POS-MAIOR).
           MOVE WRK-CAN-MEDIA(WRK-POS-MAIOR) TO WRK-NOTA-ED.
           MOVE SPACES TO QHO-LINHA.
           STRING WRK-COLOCACAO 'O  ' WRK-CAN-MATRICULA(WRK-POS-MAIOR)
                  ' ' WRK-CAN-NOME(WRK-POS-MAIOR)
                  ' MEDIA ' WRK-NOTA-ED
                  ' FREQ ' WRK-CAN-FREQUENCIA(WRK-POS-MAIOR) '% '
                  WRK-CAN-STATUS(WRK-POS-MAIOR)
               DELIMITED BY SIZE INTO QHO-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-QUADRO.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE ESTATISTICA-REPORT QUADRO-HONRA-REPORT.
           CALL 'PROGCOBU1' USING 'ESTTURMA.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'QUADHONR.REL' 'CLOSE' FS-QHONR
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'DISCIPLINAS APURADAS . : ' WRK-QTD-DISCIPLINAS.
           DISPLAY 'NO QUADRO DE HONRA ... : ' WRK-COLOCACAO.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'ESTTURMA.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0810-GRAVAR-QUADRO.

           WRITE QHO-LINHA.
           CALL 'PROGCOBU1' USING 'QUADHONR.REL' 'WRITE' FS-QHONR
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
