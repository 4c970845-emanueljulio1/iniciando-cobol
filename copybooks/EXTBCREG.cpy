      *----------------------------------------------------------------*
      * COPY      : EXTBCREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do extrato da conta bancaria
      * da empresa (EXTBANCO.DAT), importado do banco para a
      * conciliacao geral do PROGCOB91: um registro 'A' com o saldo
      * de abertura, um registro 'L' por lancamento do extrato (data,
      * valor, credito ou debito, codigo de historico do banco e
      * documento) e um registro 'F' com o saldo de fechamento. Nos
      * registros de saldo o sinal 'D' indica saldo devedor.
      *----------------------------------------------------------------*
       01  EXTRATO-BANCO-REG.
           03  EXB-TIPO                   PIC X(01).
               88  EXB-SALDO-ABERTURA                  VALUE 'A'.
               88  EXB-LANCAMENTO                      VALUE 'L'.
               88  EXB-SALDO-FECHAMENTO                VALUE 'F'.
           03  EXB-DATA                   PIC 9(08).
           03  EXB-SINAL                  PIC X(01).
               88  EXB-CREDITO                         VALUE 'C'.
               88  EXB-DEBITO                          VALUE 'D'.
           03  EXB-VALOR                  PIC 9(11)V99.
           03  EXB-HISTORICO              PIC X(03).
               88  EXB-HIST-DEPOSITO                   VALUE 'DEP'.
               88  EXB-HIST-COBRANCA                   VALUE 'REC'.
               88  EXB-HIST-FOLHA                      VALUE 'FOL'.
               88  EXB-HIST-PAGAMENTO                  VALUE 'PAG'.
               88  EXB-HIST-TARIFA                     VALUE 'TAR'.
           03  EXB-DOCUMENTO              PIC X(10).
