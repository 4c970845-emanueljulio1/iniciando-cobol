      *----------------------------------------------------------------*
      * COPY      : BENDSREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do razao de beneficios
      * BENDESC.DAT, anexado pela folha do PROGCOB04: uma linha por
      * empregado e beneficio da rodada, com fornecedor, plano,
      * vidas cobertas, custo do mes, parte descontada do empregado
      * e parte da empresa. Base do relatorio por fornecedor do
      * PROGCOB96 para a conferencia da fatura.
      *----------------------------------------------------------------*
       01  BENEFICIO-DESCONTO-REG.
           03  BDS-DATA                   PIC 9(08).
           03  BDS-FORNECEDOR             PIC 9(05).
           03  BDS-PLANO                  PIC X(06).
           03  BDS-MATRICULA              PIC 9(06).
           03  BDS-BENEFICIO              PIC X(02).
           03  BDS-VIDAS                  PIC 9(02).
           03  BDS-CUSTO                  PIC 9(06)V99.
           03  BDS-DESCONTO               PIC 9(06)V99.
           03  BDS-EMPRESA                PIC 9(06)V99.
