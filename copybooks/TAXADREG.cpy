      *----------------------------------------------------------------*
      * COPY      : TAXADREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do TAXAADQ.DAT, a tabela de
      * condicoes contratadas com cada adquirente por forma de
      * pagamento (C=credito, B=debito, P=PIX): percentual da taxa
      * de administracao descontada do bruto e prazo de liquidacao
      * em dias uteis contados da data da venda. Consultado pelo
      * PROGCOB101 para o liquido e a data de credito esperados.
      *----------------------------------------------------------------*
       01  TAXA-ADQUIRENTE-REG.
           03  TXA-CHAVE.
               05  TXA-ADQUIRENTE         PIC X(03).
               05  TXA-FORMA              PIC X(01).
           03  TXA-NOME-ADQUIRENTE        PIC X(20).
           03  TXA-PCT-TAXA               PIC 9(02)V99.
           03  TXA-PRAZO-DIAS             PIC 9(03).
