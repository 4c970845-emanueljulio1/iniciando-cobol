      *----------------------------------------------------------------*
      * COPY      : FERPRREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado de
      * programacao de ferias FERPROG.DAT (chave matricula + data de
      * inicio do gozo), mantido pelo PROGCOB98: periodo aquisitivo
      * do FERPER.DAT que o gozo consome, dias, data de fim e
      * departamento (para a cobertura), quem pediu e quem aprovou.
      * Situacao P = planejada, A = aprovada, C = cancelada. O
      * PROGCOB97 gera o evento de ferias no EVENPAG.DAT para cada
      * programacao aprovada que comeca ate o mes seguinte e marca
      * FPR-EVENTO-GERADO.
      *----------------------------------------------------------------*
       01  FERIAS-PROGRAMACAO-REG.
           03  FPR-CHAVE.
               05  FPR-MATRICULA          PIC 9(06).
               05  FPR-DATA-INICIO        PIC 9(08).
           03  FPR-DATA-FIM               PIC 9(08).
           03  FPR-DIAS                   PIC 9(02).
           03  FPR-INICIO-AQUISITIVO      PIC 9(08).
           03  FPR-DEPARTAMENTO           PIC X(10).
           03  FPR-SITUACAO               PIC X(01).
               88  FPR-PLANEJADA                       VALUE 'P'.
               88  FPR-APROVADA                        VALUE 'A'.
               88  FPR-CANCELADA                       VALUE 'C'.
           03  FPR-EVENTO                 PIC X(01).
               88  FPR-EVENTO-GERADO                   VALUE 'S'.
           03  FPR-SOLICITANTE            PIC X(20).
           03  FPR-DATA-PEDIDO            PIC 9(08).
           03  FPR-APROVADOR              PIC X(20).
           03  FPR-DATA-APROVACAO         PIC 9(08).
