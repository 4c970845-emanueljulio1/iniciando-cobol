      *----------------------------------------------------------------*
      * COPY      : LIVTOREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro unico do arquivo ICMSTOT.DAT,
      * os totais do livro fiscal de ICMS gravados pelo PROGCOB38 a
      * cada emissao: ano e periodo fiscal do livro, quantidade de
      * faturas e de estornos considerados, base tributavel e ICMS
      * liquidos e a data da emissao. Conferido pela auditoria da
      * sequencia de faturas do PROGCOB81 para o mesmo periodo.
      *----------------------------------------------------------------*
       01  LIVRO-TOTAL-REG.
           03  LVT-ANO-FISCAL             PIC 9(04).
           03  LVT-PERIODO-FISCAL         PIC 9(02).
           03  LVT-QTD-FATURAS            PIC 9(06).
           03  LVT-QTD-ESTORNOS           PIC 9(06).
           03  LVT-TOTAL-BASE             PIC S9(12)V99.
           03  LVT-TOTAL-ICMS             PIC S9(12)V99.
           03  LVT-DATA-EMISSAO           PIC 9(08).
