      * usuario SUPERVISOR diferente do solicitante aprovar ou
      * rejeitar pelo PROGCOB50 (maker-checker). A folha do
      * PROGCOB04 recusa rodar enquanto houver pendencia 'P'.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluida PDA-DATA-ADMISSAO, levada ao
      *                EMPLOYEE-MASTER quando a inclusao pendente e
      *                aprovada pelo PROGCOB50.
      *----------------------------------------------------------------*
       01  PENDENCIA-ALTERACAO-REG.
           03  PDA-SITUACAO               PIC X(01).
           03  PDA-DATA-PEDIDO            PIC 9(08).
           03  PDA-APROVADOR              PIC X(20).
           03  PDA-DATA-DECISAO           PIC 9(08).
           03  PDA-DATA-ADMISSAO          PIC 9(08).
