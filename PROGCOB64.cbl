      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS Tabela de registros retidos do FRETECOMP.DAT
      *                alargada para X(126), o tamanho do FATUREG com
      *                o FAT-PEDIDO.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       77  WRK-QTD-RETIDOS          PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-RETIDO           PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-RETIDOS.
           03  WRK-RETIDO            PIC X(126) OCCURS 5000 TIMES.

       77  WRK-QT-ARQUIVADOS        PIC 9(06)     VALUE ZEROS.
       77  WRK-TOT-ARQUIVADOS       PIC 9(06)     VALUE ZEROS.
