      *                mesmo pedido. Cada disputa gravada passou a
      *                gerar um alerta no INCIDENT.DAT, revisado
      *                pelo plantao no PROGCOB65.
      * 15.10.2026 EAS Registro de ordenacao acompanha o FAT-ROMANEIO
      *                incluido no FATUREG.
      * 15.10.2026 EAS Registro de ordenacao acompanha o FAT-PEDIDO;
      *                o estorno parcial ('P') da nota de credito
      *                tambem fica fora da conciliacao.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
           03  ORD-DATA-ENTREGA           PIC 9(08).
           03  ORD-ORIGEM-TARIFA          PIC X(01).
           03  ORD-TIPO-REG               PIC X(01).
               88  ORD-REG-ESTORNO                     VALUE 'E' 'P'.
           03  ORD-ROMANEIO               PIC 9(05).
           03  ORD-PEDIDO                 PIC 9(06).

       FD  CARRIER-BILLING.
       COPY CARREREG.
