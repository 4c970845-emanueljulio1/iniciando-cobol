      *----------------------------------------------------------------*
      * COPY      : DISSIREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado de
      * diferencas retroativas de dissidio DISSIDIO.DAT, uma linha
      * por matricula e competencia: o PROGCOB94 grava cada
      * diferenca bruta calculada sobre o SALARY-HISTORY com o INSS
      * e o IRRF recalculados (situacao C), o RH libera o lote pelo
      * mesmo programa apos conferir o relatorio (situacao L) e a
      * proxima folha do PROGCOB04 paga as diferencas liberadas e
      * marca cada uma como paga (situacao P).
      *----------------------------------------------------------------*
       01  DISSIDIO-REG.
           03  DIS-CHAVE.
               05  DIS-MATRICULA          PIC 9(06).
               05  DIS-COMPETENCIA        PIC 9(06).
           03  DIS-DEPARTAMENTO           PIC X(10).
           03  DIS-DATA-VIGENCIA          PIC 9(08).
           03  DIS-PERCENTUAL             PIC 9(03)V99.
           03  DIS-BRUTO-ORIGINAL         PIC 9(08)V99.
           03  DIS-DIFERENCA              PIC 9(08)V99.
           03  DIS-INSS                   PIC 9(06)V99.
           03  DIS-IRRF                   PIC 9(06)V99.
           03  DIS-SITUACAO               PIC X(01).
               88  DIS-CALCULADA                       VALUE 'C'.
               88  DIS-LIBERADA                        VALUE 'L'.
               88  DIS-PAGA                            VALUE 'P'.
           03  DIS-DATA-CALCULO           PIC 9(08).
           03  DIS-DATA-LIBERACAO         PIC 9(08).
           03  DIS-DATA-PAGAMENTO         PIC 9(08).
