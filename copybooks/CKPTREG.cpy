      *                (CKP-CLIENTE), para a linha do dia anexada ao
      *                CLIHIST.DAT sair completa tambem numa rodada
      *                retomada, como ja ocorria com as filiais.
      * 15.10.2026 EAS Incluidos os acumuladores de vendas de cartao
      *                e PIX por filial, adquirente e forma
      *                (CKP-RECEBIVEL), para o RECEBIV.DAT da rodada
      *                sair completo tambem numa rodada retomada.
      *----------------------------------------------------------------*
       01  CHECKPOINT-REG.
           03  CKP-ULT-REGISTRO           PIC 9(06).
               05  CKP-CLI-TOTAL          PIC 9(09)V99.
               05  CKP-CLI-QT-VENDAS      PIC 9(06).
               05  CKP-CLI-QT-DEV         PIC 9(06).
           03  CKP-QTD-RECEBIVEIS         PIC 9(02).
           03  CKP-RECEBIVEL OCCURS 60 TIMES.
               05  CKP-RCB-FILIAL         PIC X(03).
               05  CKP-RCB-ADQUIRENTE     PIC X(03).
               05  CKP-RCB-FORMA          PIC X(01).
               05  CKP-RCB-BRUTO          PIC 9(09)V99.
               05  CKP-RCB-QT             PIC 9(06).
