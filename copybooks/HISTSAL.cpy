      *                para o informe anual de rendimentos do
      *                PROGCOB47 acumular o ano por matricula sem
      *                reconstruir a folha a mao.
      * 15.10.2026 EAS Incluidos HST-DECIMO-INSS e HST-DECIMO-IRRF,
      *                retidos sobre o decimo terceiro tributado em
      *                separado, para a guia mensal de INSS e IRRF
      *                do PROGCOB93 somar todas as retencoes.
      *----------------------------------------------------------------*
       01  HISTORICO-SALARIO-REG.
           03  HST-MATRICULA              PIC 9(06).
           03  HST-INSS                   PIC 9(06)V99.
           03  HST-IRRF                   PIC 9(06)V99.
           03  HST-DECIMO-LIQ             PIC 9(08)V99.
           03  HST-DECIMO-INSS            PIC 9(06)V99.
           03  HST-DECIMO-IRRF            PIC 9(06)V99.
