      *                linha de resultado geral do termo com a
      *                disciplina *GER (media das disciplinas e
      *                situacao combinada).
      * 15.10.2026 EAS TRA-STATUS passou a 12 posicoes (APROVADO-REC)
      *                e foi incluida TRA-TIPO-LINHA: 'F' marca a
      *                linha de resultado final apos a prova de
      *                recuperacao, gravada pelo PROGCOB106 ao lado
      *                da linha original do termo, que e mantida.
      *----------------------------------------------------------------*
       01  TRANSCRIPT-REG.
           03  TRA-MATRICULA              PIC X(08).
           03  TRA-TERMO                   PIC X(06).
           03  TRA-DISCIPLINA              PIC X(04).
           03  TRA-MEDIA                   PIC 9(02)V9.
           03  TRA-STATUS                  PIC X(12).
           03  TRA-LETRA                    PIC X(01).
           03  TRA-FREQUENCIA               PIC 9(03).
           03  TRA-TIPO-LINHA               PIC X(01).
               88  TRA-LINHA-APURACAO                  VALUE SPACE.
               88  TRA-LINHA-FINAL                     VALUE 'F'.
