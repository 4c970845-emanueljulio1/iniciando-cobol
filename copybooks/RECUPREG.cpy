      *----------------------------------------------------------------*
      * COPY      : RECUPREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo de provas de
      * recuperacao RECUPERA.DAT, uma linha por aluno + disciplina
      * que ficou em RECUPERACAO no fechamento do termo (matricula,
      * disciplina, termo, nota da prova e data em que foi feita),
      * processado pelo PROGCOB106.
      *----------------------------------------------------------------*
       01  RECUPERACAO-REG.
           03  REC-MATRICULA              PIC X(08).
           03  REC-DISCIPLINA             PIC X(04).
           03  REC-TERMO                  PIC X(06).
           03  REC-NOTA-PROVA             PIC 9(02)V9.
           03  REC-DATA-PROVA             PIC 9(08).
