      *                transacao rejeitada.
      * 01.09.2026 EAS Incluido VRJ-CLIENTE, acompanhando o codigo
      *                de cliente do VENDA-REG.
      * 15.10.2026 EAS Incluidos VRJ-FORMA-PAGTO e VRJ-ADQUIRENTE,
      *                acompanhando a forma de pagamento do VENDA-REG.
      * 15.10.2026 EAS Incluidos VRJ-REF-NUMERO e VRJ-REF-DATA,
      *                acompanhando a venda original da devolucao.
      *----------------------------------------------------------------*
       01  VENDA-REJEITADA-REG.
           03  VRJ-NUMERO                 PIC 9(06).
           03  VRJ-CLIENTE                PIC 9(05).
           03  VRJ-VALOR                  PIC 9(06)V99.
           03  VRJ-TIPO                   PIC X(01).
           03  VRJ-FORMA-PAGTO            PIC X(01).
           03  VRJ-ADQUIRENTE             PIC X(03).
           03  VRJ-REF-NUMERO             PIC 9(06).
           03  VRJ-REF-DATA               PIC 9(08).
           03  VRJ-MOTIVO                 PIC X(15).
