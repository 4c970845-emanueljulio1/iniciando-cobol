      *----------------------------------------------------------------*
      * COPY      : BENEFREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro de adesao a beneficios
      * BENEFIC.DAT (indexado por matricula e tipo de beneficio),
      * mantido pelo PROGCOB95: plano do BENPLANO.DAT, dependentes
      * cobertos, custo mensal informado (vale-transporte pelo
      * trajeto do empregado; zeros = custo do plano) e periodo de
      * vigencia da adesao (fim zerado = em aberto). Lido pela folha
      * do PROGCOB04 para o desconto de cada beneficio.
      *----------------------------------------------------------------*
       01  BENEFICIO-ADESAO-REG.
           03  BEN-CHAVE.
               05  BEN-MATRICULA          PIC 9(06).
               05  BEN-BENEFICIO          PIC X(02).
           03  BEN-PLANO                  PIC X(06).
           03  BEN-DEPENDENTES            PIC 9(02).
           03  BEN-CUSTO-INFORMADO        PIC 9(06)V99.
           03  BEN-DATA-INICIO            PIC 9(08).
           03  BEN-DATA-FIM               PIC 9(08).
           03  BEN-DATA-ALTERACAO         PIC 9(08).
