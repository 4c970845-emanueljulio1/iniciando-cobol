      *----------------------------------------------------------------*
      * COPY      : PONTOREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo de marcacoes do
      * relogio de ponto (PONTO.DAT), uma linha por batida:
      * matricula, data, hora (HHMM) e sentido (E=entrada,
      * S=saida). Importado pelo PROGCOB100, que forma os
      * intervalos trabalhados de cada dia e gera o APONTAM.DAT dos
      * horistas para a folha do PROGCOB04.
      *----------------------------------------------------------------*
       01  PONTO-REG.
           03  PNT-MATRICULA              PIC 9(06).
           03  PNT-DATA                   PIC 9(08).
           03  PNT-HORA.
               05  PNT-HH                 PIC 9(02).
               05  PNT-MM                 PIC 9(02).
           03  PNT-SENTIDO                PIC X(01).
               88  PNT-ENTRADA                         VALUE 'E'.
               88  PNT-SAIDA                           VALUE 'S'.
