      *----------------------------------------------------------------*
      * COPY      : PROFDREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do arquivo de atribuicao de disciplinas
      * PROFDISC.DAT (indexado por professor + disciplina + termo):
      * cada registro libera o professor para lancar as notas da
      * disciplina do DISCIPL.DAT no termo e para autorizar as
      * correcoes dela.
      *----------------------------------------------------------------*
       01  PROFESSOR-DISCIPLINA-REG.
           03  PFD-CHAVE.
               05  PFD-PROFESSOR          PIC X(05).
               05  PFD-DISCIPLINA         PIC X(04).
               05  PFD-TERMO              PIC X(06).
           03  PFD-DATA-ATRIBUICAO        PIC 9(08).
