      *                ultima rodada. Nomes de arquivo da tabela, do
      *                catalogo (GERACAT) e dos registros 'R' do
      *                SITE.PARM alargados para X(14).
      * 15.10.2026 EAS Copia da geracao do FRETECOMP.DAT alargada
      *                para X(126), o tamanho atual do FATUREG (a
      *                copia em X(75) truncava os campos incluidos
      *                depois no layout).
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       01  SAFIX-REG                  PIC X(32).

       FD  ENTRADA-FATURA.
       01  ENFAT-REG                  PIC X(126).

       FD  SAIDA-FATURA.
       01  SAFAT-REG                  PIC X(126).

       FD  GERACAO-EXPURGO.
       01  EXPUR-REG                  PIC X(01).
