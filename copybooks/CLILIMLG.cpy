      *----------------------------------------------------------------*
      * COPY      : CLILIMLG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do log de alteracoes de limite
      * de credito (CLILIMLG.DAT), uma linha por proposta aceita no
      * PROGCOB89: quem aprovou, quem rodou a revisao, a faixa e o
      * limite do CUSTOMER-MASTER antes e depois da alteracao.
      *----------------------------------------------------------------*
       01  LIMITE-LOG-REG.
           03  LLG-DATA                   PIC 9(08).
           03  LLG-HORA                   PIC 9(06).
           03  LLG-APROVADOR              PIC X(20).
           03  LLG-SOLICITANTE            PIC X(20).
           03  LLG-CLIENTE                PIC 9(05).
           03  LLG-FAIXA                  PIC X(01).
           03  LLG-LIMITE-ANTERIOR        PIC 9(08)V99.
           03  LLG-LIMITE-NOVO            PIC 9(08)V99.
