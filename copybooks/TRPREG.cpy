      * de divergencia de cada transportadora, que substitui a
      * tolerancia fixa unica da conciliacao do PROGCOB11 agora que
      * ha mais de uma transportadora em operacao.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluidos o percentual de entregas no prazo e
      *                o mes do ultimo boletim do PROGCOB39, usados
      *                pelo PROGCOB06 na escolha da transportadora.
      * 15.10.2026 EAS Incluido o peso maximo por romaneio (zeros =
      *                sem limite), acima do qual o PROGCOB77 divide
      *                a carga da transportadora em outro romaneio.
      *----------------------------------------------------------------*
       01  TRANSPORTADORA-REG.
           03  TRP-CODIGO                 PIC X(03).
           03  TRP-NOME                   PIC X(20).
           03  TRP-TOLERANCIA             PIC 9(04)V99.
           03  TRP-PCT-NO-PRAZO           PIC 9(03)V99.
           03  TRP-MES-DESEMPENHO         PIC 9(06).
               88  TRP-SEM-DESEMPENHO                  VALUE ZEROS.
           03  TRP-PESO-MAXIMO            PIC 9(06)V999.
               88  TRP-SEM-LIMITE-PESO                 VALUE ZEROS.
