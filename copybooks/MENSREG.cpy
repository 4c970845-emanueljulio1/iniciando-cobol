      *----------------------------------------------------------------*
      * COPY      : MENSREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado TUITION-
      * PLAN (MENSPLAN.DAT), chave MEN-MATRICULA: o plano de
      * mensalidade do aluno, mantido pelo PROGCOB108 - valor mensal,
      * percentual de desconto ou bolsa, dia de vencimento e o
      * responsavel financeiro (CLI-CODIGO do CUSTOMER-MASTER), que e
      * o cliente da fatura no ARLEDGER.DAT. O faturamento mensal do
      * PROGCOB109 grava a ultima competencia faturada (AAAAMM) e o
      * numero da fatura, para a rodada nao faturar o mes duas vezes.
      * O desligamento do aluno no PROGCOB23 encerra o plano.
      *----------------------------------------------------------------*
       01  MENSALIDADE-PLANO-REG.
           03  MEN-MATRICULA              PIC X(08).
           03  MEN-RESPONSAVEL            PIC 9(05).
           03  MEN-VALOR-MENSAL           PIC 9(06)V99.
           03  MEN-PCT-DESCONTO           PIC 9(03)V99.
           03  MEN-DIA-VENCIMENTO         PIC 9(02).
           03  MEN-SITUACAO               PIC X(01).
               88  MEN-ATIVO                           VALUE 'A' ' '.
               88  MEN-ENCERRADO                       VALUE 'E'.
           03  MEN-DATA-ENCERRAMENTO      PIC 9(08).
           03  MEN-ULT-COMPETENCIA        PIC 9(06).
           03  MEN-ULT-FATURA             PIC 9(06).
