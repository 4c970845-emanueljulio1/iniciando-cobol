      *----------------------------------------------------------------*
      * COPY      : BENPLREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro da tabela de planos de
      * beneficios BENPLANO.DAT (indexado pelo codigo do plano): tipo
      * do beneficio (VT vale-transporte, VR vale-refeicao, PS plano
      * de saude), fornecedor no FORNMAST, custo mensal do titular e
      * de cada dependente, percentual descontado do empregado (no
      * VT, sobre o salario; nos demais, sobre o custo) e teto
      * mensal do desconto (zeros = sem teto).
      *----------------------------------------------------------------*
       01  BENEFICIO-PLANO-REG.
           03  PLN-CODIGO                 PIC X(06).
           03  PLN-BENEFICIO              PIC X(02).
               88  PLN-VALE-TRANSPORTE                 VALUE 'VT'.
               88  PLN-VALE-REFEICAO                   VALUE 'VR'.
               88  PLN-PLANO-SAUDE                     VALUE 'PS'.
           03  PLN-DESCRICAO              PIC X(20).
           03  PLN-FORNECEDOR             PIC 9(05).
           03  PLN-CUSTO-TITULAR          PIC 9(06)V99.
           03  PLN-CUSTO-DEPENDENTE       PIC 9(06)V99.
           03  PLN-PCT-EMPREGADO          PIC 9(03)V99.
           03  PLN-TETO-DESCONTO          PIC 9(06)V99.
