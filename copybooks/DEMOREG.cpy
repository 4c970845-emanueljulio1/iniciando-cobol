      *----------------------------------------------------------------*
      * COPY      : DEMOREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout da linha do arquivo de estrutura dos
      * demonstrativos contabeis (DEMOSTRU.DAT), lido pelo PROGCOB113.
      * Cada linha pertence a DRE ('R') ou ao balanco ('B') e e um
      * titulo ('T'), um grupo de contas do PLANOCTA.DAT pela faixa
      * de codigos ('C') ou um subtotal das linhas de grupo numa
      * faixa de numeros de linha ('S'). A natureza diz o sinal: a
      * linha de grupo mostra debitos menos creditos se 'D' e
      * creditos menos debitos se 'C'; o subtotal soma as linhas da
      * sua natureza e subtrai as da natureza contraria. A
      * conferencia marca no balanco o ativo total ('A'), o passivo
      * mais patrimonio liquido ('P') e a linha do resultado
      * acumulado ('R'), cujas contas tem de estar abertas na DRE.
      *----------------------------------------------------------------*
       01  DEMO-ESTRUTURA-REG.
           03  DEM-DEMONSTRATIVO          PIC X(01).
               88  DEM-DRE                             VALUE 'R'.
               88  DEM-BALANCO                         VALUE 'B'.
           03  DEM-LINHA                  PIC 9(03).
           03  DEM-TIPO                   PIC X(01).
               88  DEM-TITULO                          VALUE 'T'.
               88  DEM-GRUPO-CONTAS                    VALUE 'C'.
               88  DEM-SUBTOTAL                        VALUE 'S'.
           03  DEM-NATUREZA               PIC X(01).
               88  DEM-NATUREZA-DEBITO                 VALUE 'D'.
               88  DEM-NATUREZA-CREDITO                VALUE 'C'.
           03  DEM-DESCRICAO              PIC X(30).
           03  DEM-CONTA-INICIAL          PIC X(08).
           03  DEM-CONTA-FINAL            PIC X(08).
           03  DEM-LINHA-INICIAL          PIC 9(03).
           03  DEM-LINHA-FINAL            PIC 9(03).
           03  DEM-CONFERENCIA            PIC X(01).
               88  DEM-ATIVO-TOTAL                     VALUE 'A'.
               88  DEM-PASSIVO-TOTAL                   VALUE 'P'.
               88  DEM-RESULTADO-ACUMULADO             VALUE 'R'.
