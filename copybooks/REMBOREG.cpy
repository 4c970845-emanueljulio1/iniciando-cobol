      *----------------------------------------------------------------*
      * COPY      : REMBOREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo de remessa de
      * cobranca ao banco (REMBOL.DAT), gravado pelo PROGCOB84 no
      * modo E: um registro por boleto emitido, com o nosso numero
      * (cliente + fatura), o sacado, o vencimento, o valor e a taxa
      * mensal de juros de mora do SITE.PARM para o banco cobrar
      * apos o vencimento. O lote fecha com o trailer EXTTRAIL
      * (quantidade e total dos boletos).
      *----------------------------------------------------------------*
       01  REMESSA-BOLETO-REG.
           03  RMB-NOSSO-NUMERO.
               05  RMB-CLIENTE            PIC 9(05).
               05  RMB-NUMERO             PIC 9(06).
           03  RMB-SACADO-NOME            PIC X(20).
           03  RMB-SACADO-UF              PIC X(02).
           03  RMB-DATA-EMISSAO           PIC 9(08).
           03  RMB-DATA-VENCIMENTO        PIC 9(08).
           03  RMB-VALOR                  PIC 9(08)V99.
           03  RMB-JUROS-MES              PIC 9(02)V99.
