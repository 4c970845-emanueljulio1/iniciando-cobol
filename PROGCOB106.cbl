      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB106
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Processar as provas de recuperacao do termo
      * (RECUPERA.DAT), rodado depois do fechamento pelo PROGCOB05 e
      * antes da promocao pelo PROGCOB59. Para cada prova de aluno +
      * disciplina que ficou em RECUPERACAO aplica a regra da escola:
      * a media final e a maior entre a media original e a media da
      * original com a prova, limitada a media de aprovacao (6,0);
      * atingida a media, APROVADO-REC, senao REPROVADO. O resultado
      * vai para o TRANSCRIPT-MASTER como linha final (TRA-TIPO-LINHA
      * 'F') da disciplina, e o resultado geral do termo e refeito
      * numa linha final *GER, mantidas as linhas originais com a
      * media do termo. Rodar de novo substitui as linhas finais. As
      * provas aplicadas e recusadas saem no RECUPRES.REL; havendo
      * recusa o RETURN-CODE e 4.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB106.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT RECUPERACAO-FILE
               ASSIGN TO 'RECUPERA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RECUP.

           SELECT TRANSCRIPT-MASTER
               ASSIGN TO 'TRANSCPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRANS.

           SELECT RECUPERACAO-REPORT
               ASSIGN TO 'RECUPRES.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  RECUPERACAO-FILE.
       COPY RECUPREG.

       FD  TRANSCRIPT-MASTER.
       COPY TRANSREG.

       FD  RECUPERACAO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECUP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRANS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-TERMO                PIC X(06)     VALUE SPACES.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-MEDIA-APROVACAO      PIC 9(02)V9   VALUE 6,0.
       77  WRK-FREQUENCIA-MINIMA    PIC 9(03)     VALUE 75.
       77  WRK-MEDIA-ORIGINAL       PIC 9(02)V9   VALUE ZEROS.
       77  WRK-MEDIA-COM-PROVA      PIC 9(02)V9   VALUE ZEROS.
       77  WRK-MEDIA                PIC 9(02)V9   VALUE ZEROS.
       77  WRK-STATUS               PIC X(12)     VALUE SPACES.
       77  WRK-LETRA                PIC X(01)     VALUE SPACES.
       77  WRK-MOTIVO               PIC X(30)     VALUE SPACES.

       77  WRK-SOMA-MEDIAS          PIC 9(04)V9   VALUE ZEROS.
       77  WRK-QTD-DISC             PIC 9(02)     VALUE ZEROS.
       77  WRK-GER-TEM-RECUP        PIC X(01)     VALUE 'N'.
       77  WRK-GER-TEM-REPROV       PIC X(01)     VALUE 'N'.
       77  WRK-GER-TEM-APROV-REC    PIC X(01)     VALUE 'N'.
       77  WRK-STATUS-DISC          PIC X(12)     VALUE SPACES.
       77  WRK-MEDIA-DISC           PIC 9(02)V9   VALUE ZEROS.

       77  WRK-QTD-LIDAS            PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-OUTRO-TERMO      PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-APLICADAS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-APROVADOS-REC    PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-REPROVADOS       PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-RECUSADAS        PIC 9(04)     VALUE ZEROS.

       77  WRK-BUSCA-MATRICULA      PIC X(08)     VALUE SPACES.
       77  WRK-BUSCA-DISCIPLINA     PIC X(04)     VALUE SPACES.
       77  WRK-BUSCA-TIPO           PIC X(01)     VALUE SPACE.
       77  WRK-IDX-BUSCA            PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-POS-ACHADA           PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-POS-ORIGINAL         PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-POS-GERAL            PIC 9(04)  COMP  VALUE ZEROS.

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

       77  WRK-MAX-ALUNOS           PIC 9(03)     VALUE 200.
       77  WRK-QTD-ALUNOS           PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-ALUNO            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-POS-ALUNO            PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ALUNOS.
           03  WRK-ALU-MATRICULA OCCURS 200 TIMES PIC X(08).
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

           DISPLAY 'TERMO DA RECUPERACAO (AAAAMM) .... : '.
           ACCEPT WRK-TERMO.

           PERFORM 0110-CARREGAR-TRANSCRIPT.

           OPEN INPUT RECUPERACAO-FILE.
           CALL 'PROGCOBU1' USING 'RECUPERA.DAT' 'OPEN' FS-RECUP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT RECUPERACAO-REPORT.
           CALL 'PROGCOBU1' USING 'RECUPRES.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'PROVAS DE RECUPERACAO - TERMO ' WRK-TERMO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0120-LER-PROVA.
      *----------------------------------------------------------------*
       0110-CARREGAR-TRANSCRIPT.

           MOVE ZEROS TO WRK-QTD-TRANSCRIPT.
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
              END-IF
           END-PERFORM.

           CLOSE TRANSCRIPT-MASTER.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
       0120-LER-PROVA.

           READ RECUPERACAO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

           IF NOT WRK-NAO-HA-MAIS-REGISTROS
              CALL 'PROGCOBU1' USING 'RECUPERA.DAT' 'READ' FS-RECUP
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-LIDAS
           END-IF.
      *----------------------------------------------------------------*
      *          Uma prova: conferir que a disciplina ficou em
      *          recuperacao no termo e aplicar a regra
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           IF REC-TERMO NOT = WRK-TERMO
              ADD 1 TO WRK-QTD-OUTRO-TERMO
           ELSE
              PERFORM 0210-APLICAR-PROVA THRU 0210-SAIDA
           END-IF.

           PERFORM 0120-LER-PROVA.
      *----------------------------------------------------------------*
       0210-APLICAR-PROVA.

           MOVE REC-MATRICULA  TO WRK-BUSCA-MATRICULA.
           MOVE REC-DISCIPLINA TO WRK-BUSCA-DISCIPLINA.
           MOVE SPACE          TO WRK-BUSCA-TIPO.
           PERFORM 0250-LOCALIZAR-LINHA.
           MOVE WRK-POS-ACHADA TO WRK-POS-ORIGINAL.

           IF WRK-POS-ORIGINAL = ZEROS
              MOVE 'SEM APURACAO NO TRANSCRIPT' TO WRK-MOTIVO
              PERFORM 0240-RECUSAR-PROVA
              GO TO 0210-SAIDA
           END-IF.
           IF WRK-TRA-STATUS(WRK-POS-ORIGINAL) NOT = 'RECUPERACAO'
              MOVE 'DISCIPLINA NAO FICOU EM RECUP.' TO WRK-MOTIVO
              PERFORM 0240-RECUSAR-PROVA
              GO TO 0210-SAIDA
           END-IF.
           IF REC-NOTA-PROVA > 10,0
              MOVE 'NOTA DA PROVA ACIMA DE 10' TO WRK-MOTIVO
              PERFORM 0240-RECUSAR-PROVA
              GO TO 0210-SAIDA
           END-IF.

           MOVE WRK-TRA-MEDIA(WRK-POS-ORIGINAL) TO WRK-MEDIA-ORIGINAL.
           COMPUTE WRK-MEDIA-COM-PROVA ROUNDED =
                   (WRK-MEDIA-ORIGINAL + REC-NOTA-PROVA) / 2.
           IF WRK-MEDIA-COM-PROVA > WRK-MEDIA-ORIGINAL
              MOVE WRK-MEDIA-COM-PROVA TO WRK-MEDIA
           ELSE
              MOVE WRK-MEDIA-ORIGINAL  TO WRK-MEDIA
           END-IF.
           IF WRK-MEDIA > WRK-MEDIA-APROVACAO
              MOVE WRK-MEDIA-APROVACAO TO WRK-MEDIA
           END-IF.

           IF WRK-MEDIA >= WRK-MEDIA-APROVACAO
              MOVE 'APROVADO-REC' TO WRK-STATUS
              ADD 1 TO WRK-QTD-APROVADOS-REC
           ELSE
              MOVE 'REPROVADO'    TO WRK-STATUS
              ADD 1 TO WRK-QTD-REPROVADOS
           END-IF.
           PERFORM 0270-LETRA-PELA-MEDIA.

           MOVE 'F' TO WRK-BUSCA-TIPO.
           PERFORM 0260-GRAVAR-LINHA-FINAL.
           PERFORM 0220-REGISTRAR-ALUNO.
           ADD 1 TO WRK-QTD-APLICADAS.

           MOVE SPACES TO REL-LINHA.
           STRING REC-MATRICULA ' ' REC-DISCIPLINA ' '
                  WRK-TRA-NOME(WRK-POS-ORIGINAL)
                  ' MEDIA ' WRK-MEDIA-ORIGINAL
                  ' PROVA ' REC-NOTA-PROVA
                  ' FINAL ' WRK-MEDIA ' ' WRK-STATUS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Guardar o aluno para refazer o resultado geral
      *----------------------------------------------------------------*
       0220-REGISTRAR-ALUNO.

           MOVE ZEROS TO WRK-POS-ALUNO.
           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                   UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
                      OR WRK-POS-ALUNO > ZEROS
              IF WRK-ALU-MATRICULA(WRK-IDX-ALUNO) = REC-MATRICULA
                 MOVE WRK-IDX-ALUNO TO WRK-POS-ALUNO
              END-IF
           END-PERFORM.

           IF WRK-POS-ALUNO = ZEROS
              IF WRK-QTD-ALUNOS >= WRK-MAX-ALUNOS
                 DISPLAY 'TABELA DE ALUNOS ESGOTADA ('
                         WRK-MAX-ALUNOS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-ALUNOS
              MOVE REC-MATRICULA TO WRK-ALU-MATRICULA(WRK-QTD-ALUNOS)
           END-IF.
      *----------------------------------------------------------------*
      *          Resultado geral final do termo: cada disciplina pela
      *          linha final, se houver, ou pela apuracao; frequencia
      *          e situacao combinada como no PROGCOB05
      *----------------------------------------------------------------*
       0230-REFAZER-RESULTADO-GERAL.

           MOVE WRK-ALU-MATRICULA(WRK-IDX-ALUNO)
             TO WRK-BUSCA-MATRICULA.
           MOVE '*GER' TO WRK-BUSCA-DISCIPLINA.
           MOVE SPACE  TO WRK-BUSCA-TIPO.
           PERFORM 0250-LOCALIZAR-LINHA.
           MOVE WRK-POS-ACHADA TO WRK-POS-GERAL.
           IF WRK-POS-GERAL = ZEROS
              DISPLAY 'MATRICULA ' WRK-BUSCA-MATRICULA ' SEM LINHA '
                      '*GER NO TERMO. RESULTADO GERAL NAO REFEITO.'
           ELSE
              MOVE ZEROS TO WRK-SOMA-MEDIAS WRK-QTD-DISC
              MOVE 'N'   TO WRK-GER-TEM-RECUP WRK-GER-TEM-REPROV
                            WRK-GER-TEM-APROV-REC
              PERFORM VARYING WRK-IDX-TRANS FROM 1 BY 1
                      UNTIL WRK-IDX-TRANS > WRK-QTD-TRANSCRIPT
                 IF WRK-TRA-MATRICULA(WRK-IDX-TRANS) =
                    WRK-ALU-MATRICULA(WRK-IDX-ALUNO)
                    AND WRK-TRA-TERMO(WRK-IDX-TRANS) = WRK-TERMO
                    AND WRK-TRA-DISCIPLINA(WRK-IDX-TRANS) NOT = '*GER'
                    AND WRK-TRA-TIPO-LINHA(WRK-IDX-TRANS) = SPACE
                    PERFORM 0235-SOMAR-DISCIPLINA
                 END-IF
              END-PERFORM
              PERFORM 0238-SITUACAO-GERAL
           END-IF.
      *----------------------------------------------------------------*
       0235-SOMAR-DISCIPLINA.

           MOVE WRK-TRA-MEDIA(WRK-IDX-TRANS)  TO WRK-MEDIA-DISC.
           MOVE WRK-TRA-STATUS(WRK-IDX-TRANS) TO WRK-STATUS-DISC.

           MOVE WRK-TRA-DISCIPLINA(WRK-IDX-TRANS)
             TO WRK-BUSCA-DISCIPLINA.
           MOVE 'F' TO WRK-BUSCA-TIPO.
           PERFORM 0250-LOCALIZAR-LINHA.
           IF WRK-POS-ACHADA > ZEROS
              MOVE WRK-TRA-MEDIA(WRK-POS-ACHADA)  TO WRK-MEDIA-DISC
              MOVE WRK-TRA-STATUS(WRK-POS-ACHADA) TO WRK-STATUS-DISC
           END-IF.

           ADD WRK-MEDIA-DISC TO WRK-SOMA-MEDIAS.
           ADD 1 TO WRK-QTD-DISC.
           EVALUATE WRK-STATUS-DISC
              WHEN 'RECUPERACAO'
                 MOVE 'S' TO WRK-GER-TEM-RECUP
              WHEN 'REPROVADO'
                 MOVE 'S' TO WRK-GER-TEM-REPROV
              WHEN 'APROVADO-REC'
                 MOVE 'S' TO WRK-GER-TEM-APROV-REC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------*
       0238-SITUACAO-GERAL.

           IF WRK-QTD-DISC > ZEROS
              COMPUTE WRK-MEDIA ROUNDED =
                      WRK-SOMA-MEDIAS / WRK-QTD-DISC
           ELSE
              MOVE WRK-TRA-MEDIA(WRK-POS-GERAL) TO WRK-MEDIA
           END-IF.

           EVALUATE TRUE
              WHEN WRK-TRA-FREQUENCIA(WRK-POS-GERAL) <
                   WRK-FREQUENCIA-MINIMA
                 MOVE 'REPROV.FREQ'  TO WRK-STATUS
              WHEN WRK-GER-TEM-REPROV = 'S'
                 MOVE 'REPROVADO'    TO WRK-STATUS
              WHEN WRK-GER-TEM-RECUP = 'S'
                 MOVE 'RECUPERACAO'  TO WRK-STATUS
              WHEN WRK-GER-TEM-APROV-REC = 'S'
                 MOVE 'APROVADO-REC' TO WRK-STATUS
              WHEN OTHER
                 MOVE 'APROVADO'     TO WRK-STATUS
           END-EVALUATE.

           IF WRK-STATUS = 'REPROV.FREQ'
              MOVE 'F' TO WRK-LETRA
           ELSE
              PERFORM 0270-LETRA-PELA-MEDIA
           END-IF.

           MOVE WRK-POS-GERAL TO WRK-POS-ORIGINAL.
           MOVE '*GER' TO WRK-BUSCA-DISCIPLINA.
           MOVE 'F'    TO WRK-BUSCA-TIPO.
           PERFORM 0260-GRAVAR-LINHA-FINAL.

           MOVE SPACES TO REL-LINHA.
           STRING WRK-BUSCA-MATRICULA ' *GER '
                  WRK-TRA-NOME(WRK-POS-GERAL)
                  ' MEDIA ' WRK-TRA-MEDIA(WRK-POS-GERAL)
                  ' FINAL ' WRK-MEDIA ' ' WRK-STATUS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0240-RECUSAR-PROVA.

           ADD 1 TO WRK-QTD-RECUSADAS.
           MOVE SPACES TO REL-LINHA.
           STRING REC-MATRICULA ' ' REC-DISCIPLINA
                  ' PROVA RECUSADA: ' WRK-MOTIVO
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Linha do aluno no termo por disciplina e tipo
      *          (branco = apuracao, 'F' = final da recuperacao)
      *----------------------------------------------------------------*
       0250-LOCALIZAR-LINHA.

           MOVE ZEROS TO WRK-POS-ACHADA.
           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-TRANSCRIPT
                      OR WRK-POS-ACHADA > ZEROS
              IF WRK-TRA-MATRICULA(WRK-IDX-BUSCA) =
                 WRK-BUSCA-MATRICULA
                 AND WRK-TRA-TERMO(WRK-IDX-BUSCA) = WRK-TERMO
                 AND WRK-TRA-DISCIPLINA(WRK-IDX-BUSCA) =
                     WRK-BUSCA-DISCIPLINA
                 AND WRK-TRA-TIPO-LINHA(WRK-IDX-BUSCA) =
                     WRK-BUSCA-TIPO
                 MOVE WRK-IDX-BUSCA TO WRK-POS-ACHADA
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Linha final a partir da original (WRK-POS-ORIGINAL):
      *          substitui a de uma rodada anterior ou e acrescentada
      *----------------------------------------------------------------*
       0260-GRAVAR-LINHA-FINAL.

           PERFORM 0250-LOCALIZAR-LINHA.
           IF WRK-POS-ACHADA = ZEROS
              IF WRK-QTD-TRANSCRIPT >= WRK-MAX-TRANSCRIPT
                 DISPLAY 'TABELA DE TRANSCRIPT ESGOTADA.'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-TRANSCRIPT
              MOVE WRK-QTD-TRANSCRIPT TO WRK-POS-ACHADA
           END-IF.

           MOVE WRK-TRA-ENTRADA(WRK-POS-ORIGINAL)
             TO WRK-TRA-ENTRADA(WRK-POS-ACHADA).
           MOVE WRK-MEDIA  TO WRK-TRA-MEDIA(WRK-POS-ACHADA).
           MOVE WRK-STATUS TO WRK-TRA-STATUS(WRK-POS-ACHADA).
           MOVE WRK-LETRA  TO WRK-TRA-LETRA(WRK-POS-ACHADA).
           MOVE 'F'        TO WRK-TRA-TIPO-LINHA(WRK-POS-ACHADA).
      *----------------------------------------------------------------*
       0270-LETRA-PELA-MEDIA.

           EVALUATE TRUE
              WHEN WRK-MEDIA >= 09
                 MOVE 'A' TO WRK-LETRA
              WHEN WRK-MEDIA >= 07
                 MOVE 'B' TO WRK-LETRA
              WHEN WRK-MEDIA >= 06
                 MOVE 'C' TO WRK-LETRA
              WHEN WRK-MEDIA >= 02
                 MOVE 'D' TO WRK-LETRA
              WHEN OTHER
                 MOVE 'F' TO WRK-LETRA
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Refazer o geral dos alunos com prova, regravar o
      *          TRANSCRIPT e fechar
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF WRK-QTD-ALUNOS > ZEROS
              MOVE SPACES TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              MOVE 'RESULTADO GERAL DO TERMO APOS A RECUPERACAO'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
           PERFORM VARYING WRK-IDX-ALUNO FROM 1 BY 1
                   UNTIL WRK-IDX-ALUNO > WRK-QTD-ALUNOS
              PERFORM 0230-REFAZER-RESULTADO-GERAL
           END-PERFORM.

           OPEN OUTPUT TRANSCRIPT-MASTER.
           CALL 'PROGCOBU1' USING 'TRANSCPT.DAT' 'OPEN' FS-TRANS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           PERFORM VARYING WRK-IDX-TRANS FROM 1 BY 1
                   UNTIL WRK-IDX-TRANS > WRK-QTD-TRANSCRIPT
              MOVE WRK-TRA-ENTRADA(WRK-IDX-TRANS) TO TRANSCRIPT-REG
              WRITE TRANSCRIPT-REG
              CALL 'PROGCOBU1' USING 'TRANSCPT.DAT' 'WRITE' FS-TRANS
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-PERFORM.
           CLOSE TRANSCRIPT-MASTER.
           CALL 'PROGCOBU1' USING 'TRANSCPT.DAT' 'CLOSE' FS-TRANS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROVAS APLICADAS ' WRK-QTD-APLICADAS
                  '  APROVADO-REC ' WRK-QTD-APROVADOS-REC
                  '  REPROVADO ' WRK-QTD-REPROVADOS
                  '  RECUSADAS ' WRK-QTD-RECUSADAS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           CLOSE RECUPERACAO-FILE RECUPERACAO-REPORT.
           CALL 'PROGCOBU1' USING 'RECUPRES.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'PROVAS LIDAS ......... : ' WRK-QTD-LIDAS.
           DISPLAY 'DE OUTRO TERMO ....... : ' WRK-QTD-OUTRO-TERMO.
           DISPLAY 'APLICADAS ............ : ' WRK-QTD-APLICADAS.
           DISPLAY 'APROVADO-REC ......... : ' WRK-QTD-APROVADOS-REC.
           DISPLAY 'REPROVADO ............ : ' WRK-QTD-REPROVADOS.
           DISPLAY 'RECUSADAS ............ : ' WRK-QTD-RECUSADAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           IF WRK-QTD-RECUSADAS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'RECUPRES.REL' 'WRITE' FS-RELAT
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
