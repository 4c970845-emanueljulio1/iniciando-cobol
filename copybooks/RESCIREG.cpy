      * rescisao, leva os totais ao PAYRLTOT.DAT para o GL do
      * PROGCOB14 e so entao inativa o registro no EMPLOYEE-MASTER
      * com a data de desligamento.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluido o nivel 88 RSC-SEM-JUSTA-CAUSA: a
      *                dispensa sem justa causa gera a multa
      *                rescisoria sobre o saldo de FGTS no PROGCOB45.
      * 15.10.2026 EAS Incluido o nivel 88 RSC-PEDIDO-DEMISSAO: o
      *                relatorio de rotatividade do PROGCOB99 separa
      *                o desligamento a pedido das dispensas.
      *----------------------------------------------------------------*
       01  RESCISAO-REG.
           03  RSC-MATRICULA              PIC 9(06).
           03  RSC-ULTIMO-DIA             PIC 9(08).
           03  RSC-MOTIVO                 PIC X(15).
               88  RSC-SEM-JUSTA-CAUSA         VALUE 'SEM JUSTA CAUSA'.
               88  RSC-PEDIDO-DEMISSAO         VALUE 'PEDIDO DEMISSAO'.
