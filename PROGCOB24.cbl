      *                tendencia so sobre as linhas de resultado
      *                geral (*GER), para nao misturar disciplinas
      *                com termos.
      * 15.10.2026 EAS As linhas de resultado final da recuperacao
      *                (TRA-TIPO-LINHA 'F', PROGCOB106) sao listadas
      *                como resultado apos a recuperacao e nao entram
      *                na media acumulada, que segue sobre a media
      *                original do termo.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
           03  ORD-TERMO                  PIC X(06).
           03  ORD-DISCIPLINA             PIC X(04).
           03  ORD-MEDIA                  PIC 9(02)V9.
           03  ORD-STATUS                 PIC X(12).
           03  ORD-LETRA                  PIC X(01).
           03  ORD-FREQUENCIA             PIC 9(03).
           03  ORD-TIPO-LINHA             PIC X(01).
               88  ORD-LINHA-FINAL                    VALUE 'F'.

       FD  TRANSCRIPT-DOCUMENT.
       01  DOC-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       0110-EXIBIR-TERMO.

           IF TRA-LINHA-FINAL
              DISPLAY '   ' TRA-TERMO ' ' TRA-DISCIPLINA
                      ' APOS RECUPERACAO MEDIA ' TRA-MEDIA
                      ' (' TRA-LETRA ') ' TRA-STATUS
           ELSE
           IF TRA-DISCIPLINA NOT = '*GER'
              DISPLAY '   ' TRA-TERMO ' ' TRA-DISCIPLINA
                      ' MEDIA ' TRA-MEDIA
                      ' (' TRA-LETRA ') ' TRA-STATUS ' '
                      WRK-TENDENCIA
              MOVE TRA-MEDIA TO WRK-MEDIA-ANTERIOR
           END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Modo lote: documento de historico por aluno, com o
               ON ASCENDING KEY ORD-MATRICULA
                                ORD-TERMO
                                ORD-DISCIPLINA
                                ORD-TIPO-LINHA
               USING TRANSCRIPT-MASTER
               OUTPUT PROCEDURE IS 0410-IMPRIMIR-ORDENADO.

      *----------------------------------------------------------------*
       0425-IMPRIMIR-TERMO.

           IF ORD-LINHA-FINAL
              MOVE SPACES TO DOC-LINHA
              STRING '    ' ORD-TERMO ' ' ORD-DISCIPLINA
                  ' APOS RECUPERACAO MEDIA ' ORD-MEDIA
                  ' (' ORD-LETRA ') ' ORD-STATUS
                  DELIMITED BY SIZE INTO DOC-LINHA
              END-STRING
              PERFORM 0440-GRAVAR-LINHA-DOCUMENTO
           ELSE
           IF ORD-DISCIPLINA NOT = '*GER'
              MOVE SPACES TO DOC-LINHA
              STRING '    ' ORD-TERMO ' ' ORD-DISCIPLINA
              END-STRING
              PERFORM 0440-GRAVAR-LINHA-DOCUMENTO
              MOVE ORD-MEDIA TO WRK-MEDIA-ANTERIOR
           END-IF
           END-IF.
      *----------------------------------------------------------------*
       0430-FECHAR-ALUNO.
