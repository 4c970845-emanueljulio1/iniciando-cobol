      *----------------------------------------------------------------*
      * COPY      : RCMSTREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do RECEBMST.DAT, o cadastro
      * de recebiveis de cartao e PIX mantido pelo PROGCOB101, um
      * por data de venda, filial, adquirente e forma: o esperado
      * (bruto do RECEBIV.DAT, taxa e prazo do TAXAADQ.DAT, liquido
      * e data prevista de credito) e o efetivamente liquidado pela
      * adquirente, com a situacao da conciliacao.
      *----------------------------------------------------------------*
       01  RECEBIVEL-MESTRE-REG.
           03  RCM-CHAVE.
               05  RCM-DATA-VENDA         PIC 9(08).
               05  RCM-FILIAL             PIC X(03).
               05  RCM-ADQUIRENTE         PIC X(03).
               05  RCM-FORMA              PIC X(01).
           03  RCM-BRUTO-ESPERADO         PIC 9(09)V99.
           03  RCM-PCT-TAXA               PIC 9(02)V99.
           03  RCM-LIQUIDO-ESPERADO       PIC 9(09)V99.
           03  RCM-DATA-PREVISTA          PIC 9(08).
           03  RCM-BRUTO-LIQUIDADO        PIC 9(09)V99.
           03  RCM-TAXA-RETIDA            PIC 9(09)V99.
           03  RCM-LIQUIDO-CREDITADO      PIC 9(09)V99.
           03  RCM-DATA-ULT-CREDITO       PIC 9(08).
           03  RCM-SITUACAO               PIC X(01).
               88  RCM-EM-ABERTO                       VALUE 'A'.
               88  RCM-LIQUIDADO                       VALUE 'L'.
               88  RCM-LIQUIDADO-ATRASO                VALUE 'T'.
               88  RCM-LIQUIDADO-A-MENOR               VALUE 'D'.
               88  RCM-LIQUIDADO-A-MAIOR               VALUE 'M'.
               88  RCM-ATRASADO                        VALUE 'R'.
               88  RCM-SEM-TAXA                        VALUE 'X'.
