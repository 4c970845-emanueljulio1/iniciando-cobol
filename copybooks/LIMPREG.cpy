      *----------------------------------------------------------------*
      * COPY      : LIMPREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo de propostas de
      * limite de credito (LIMPEND.DAT) gravado pela revisao
      * trimestral do PROGCOB88: para cada cliente com mudanca de
      * faixa, os indicadores de pagamento apurados no ARLEDGER.DAT,
      * o limite atual e o proposto. A proposta fica 'P' ate um
      * SUPERVISOR diferente de quem rodou a revisao aceitar ou
      * rejeitar pelo PROGCOB89; so a aceita altera o CLIMAST.DAT.
      *----------------------------------------------------------------*
       01  PROPOSTA-LIMITE-REG.
           03  LMP-SITUACAO               PIC X(01).
               88  LMP-PENDENTE                        VALUE 'P'.
               88  LMP-ACEITA                          VALUE 'A'.
               88  LMP-REJEITADA                       VALUE 'R'.
           03  LMP-CLIENTE                PIC 9(05).
           03  LMP-FAIXA                  PIC X(01).
               88  LMP-FAIXA-AUMENTAR                  VALUE 'A'.
               88  LMP-FAIXA-MANTER                    VALUE 'M'.
               88  LMP-FAIXA-REDUZIR                   VALUE 'R'.
               88  LMP-FAIXA-SUSPENDER                 VALUE 'S'.
           03  LMP-LIMITE-ATUAL           PIC 9(08)V99.
           03  LMP-LIMITE-PROPOSTO        PIC 9(08)V99.
           03  LMP-QTD-FATURAS            PIC 9(04).
           03  LMP-MEDIA-ATRASO           PIC S9(04).
           03  LMP-PIOR-ATRASO            PIC 9(04).
           03  LMP-PCT-ATRASADAS          PIC 9(03).
           03  LMP-PCT-USO                PIC 9(03).
           03  LMP-SOLICITANTE            PIC X(20).
           03  LMP-DATA-PROPOSTA          PIC 9(08).
           03  LMP-APROVADOR              PIC X(20).
           03  LMP-DATA-DECISAO           PIC 9(08).
