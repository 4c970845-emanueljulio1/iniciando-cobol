      *                PROGCOB34 sobre as faturas vencidas, pro rata
      *                em dias comerciais. Os programas que so leem o
      *                primeiro registro nao sao afetados.
      * 15.10.2026 EAS Incluido o layout do registro de escolha de
      *                transportadora (tipo 'T'): regra do PROGCOB06
      *                entre as tarifas da UF - menor frete ou menor
      *                frete entre as transportadoras com percentual
      *                de entregas no prazo do PROGCOB39 acima do
      *                minimo informado.
      * 15.10.2026 EAS Incluido o layout do registro de revisao de
      *                limite de credito (tipo 'L'): janela em dias
      *                comerciais e as regras da faixa proposta pelo
      *                PROGCOB88 (suspender, reduzir ou aumentar) a
      *                partir do atraso de pagamento e do uso do
      *                limite no ARLEDGER.DAT.
      * 15.10.2026 EAS Incluido o layout do registro de horario de
      *                trabalho (tipo 'H'): jornada diaria em minutos
      *                e tolerancia em minutos, usados pelo PROGCOB100
      *                na importacao do relogio de ponto para separar
      *                horas normais de extras.
      * 15.10.2026 EAS Incluido o layout do registro de previsao de
      *                quotas (tipo 'Q'): percentual de esforco
      *                aplicado sobre o mes projetado e quantidade de
      *                meses da media movel, usados pelo PROGCOB102
      *                na sugestao de quotas por vendedor.
      * 15.10.2026 EAS Incluido o layout do registro de conciliacao
      *                de vendas x faturamento (tipo 'V'): tolerancia
      *                percentual de diferenca de valor e prazo em
      *                dias para a fatura aparecer, usados pelo
      *                PROGCOB103.
      * 15.10.2026 EAS Incluido o layout do registro de recertificacao
      *                de acesso (tipo 'A'): prazo em dias uteis para
      *                o supervisor decidir o ciclo aberto pelo
      *                PROGCOB111 e dias sem atividade no AUDIT-LOG
      *                que levam ao bloqueio automatico do usuario.
      * 15.10.2026 EAS Incluido o layout do registro da janela
      *                noturna (tipo 'W'): hora de abertura da janela,
      *                hora limite para a noite terminar, quantas
      *                noites entram na tendencia do PROGCOB114 e o
      *                percentual de crescimento de um passo sobre a
      *                media de 30 noites que o sinaliza.
      * 15.10.2026 EAS Corrigido o FILLER final do registro tipo 'T'
      *                para X(71): o layout somava 81 bytes e alargava
      *                o FD do SITE-PARM-FILE alem dos 80 do arquivo.
      *----------------------------------------------------------------*
       01  SITE-PARM-REG.
           03  PARM-DECIMAL-CHAR          PIC X(01)     VALUE 'C'.
           03  FILLER                     PIC X(01).
           03  PARM-JUR-TAXA-MES          PIC 9(02)V99.
           03  FILLER                     PIC X(74).
       01  SITE-PARM-TRANSP-REG.
           03  PARM-TRS-TIPO              PIC X(01).
               88  PARM-TRS-TRANSPORTADORA             VALUE 'T'.
           03  FILLER                     PIC X(01).
           03  PARM-TRS-REGRA             PIC X(01).
               88  PARM-TRS-MENOR-FRETE                VALUE 'F'.
               88  PARM-TRS-DESEMPENHO                 VALUE 'D'.
           03  FILLER                     PIC X(01).
           03  PARM-TRS-PCT-MINIMO        PIC 9(03)V99.
           03  FILLER                     PIC X(71).
       01  SITE-PARM-LIMITE-REG.
           03  PARM-LIM-TIPO              PIC X(01).
               88  PARM-LIM-REVISAO                    VALUE 'L'.
           03  FILLER                     PIC X(01).
           03  PARM-LIM-JANELA-DIAS       PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-LIM-SUSP-PIOR-ATRASO  PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-LIM-RED-MEDIA-ATRASO  PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-LIM-RED-PCT-ATRASADAS PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-LIM-RED-PERCENTUAL    PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-LIM-AUM-MEDIA-ATRASO  PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-LIM-AUM-PCT-ATRASADAS PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-LIM-AUM-PCT-USO       PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-LIM-AUM-PERCENTUAL    PIC 9(03).
           03  FILLER                     PIC X(43).
       01  SITE-PARM-HORARIO-REG.
           03  PARM-HOR-TIPO              PIC X(01).
               88  PARM-HOR-HORARIO                    VALUE 'H'.
           03  FILLER                     PIC X(01).
           03  PARM-HOR-JORNADA-MIN       PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-HOR-TOLERANCIA-MIN    PIC 9(02).
           03  FILLER                     PIC X(72).
       01  SITE-PARM-QUOTA-REG.
           03  PARM-QTS-TIPO              PIC X(01).
               88  PARM-QTS-PREVISAO                   VALUE 'Q'.
           03  FILLER                     PIC X(01).
           03  PARM-QTS-PCT-ESFORCO       PIC 9(03)V99.
           03  FILLER                     PIC X(01).
           03  PARM-QTS-MESES-MEDIA       PIC 9(02).
           03  FILLER                     PIC X(70).
       01  SITE-PARM-CONCVF-REG.
           03  PARM-CVF-TIPO              PIC X(01).
               88  PARM-CVF-CONCILIACAO                VALUE 'V'.
           03  FILLER                     PIC X(01).
           03  PARM-CVF-PCT-TOLERANCIA    PIC 9(03)V99.
           03  FILLER                     PIC X(01).
           03  PARM-CVF-DIAS-PRAZO        PIC 9(03).
           03  FILLER                     PIC X(69).
       01  SITE-PARM-RECERT-REG.
           03  PARM-REC-TIPO              PIC X(01).
               88  PARM-REC-RECERTIFICACAO             VALUE 'A'.
           03  FILLER                     PIC X(01).
           03  PARM-REC-DIAS-PRAZO        PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-REC-DIAS-INATIVO      PIC 9(03).
           03  FILLER                     PIC X(71).
       01  SITE-PARM-JANELA-REG.
           03  PARM-JAN-TIPO              PIC X(01).
               88  PARM-JAN-JANELA-NOTURNA             VALUE 'W'.
           03  FILLER                     PIC X(01).
           03  PARM-JAN-HORA-ABERTURA     PIC 9(06).
           03  FILLER                     PIC X(01).
           03  PARM-JAN-HORA-LIMITE       PIC 9(06).
           03  FILLER                     PIC X(01).
           03  PARM-JAN-NOITES            PIC 9(03).
           03  FILLER                     PIC X(01).
           03  PARM-JAN-PCT-CRESCIMENTO   PIC 9(03).
           03  FILLER                     PIC X(57).
