      *----------------------------------------------------------------*
      * COPY      : TRIBPREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo de tributos retidos
      * a recolher (TRIBPAG.DAT), uma guia por tributo e
      * competencia gravada pelo PROGCOB93: codigo de receita,
      * vencimento ja antecipado para dia util, valor e situacao.
      * A guia entra em aberto na apuracao e e marcada paga com a
      * data pelo modo de pagamento do mesmo programa. O arquivo e
      * regravado inteiro a cada atualizacao, com o trailer de
      * controle EXTTRAIL no final (COPY EXTTRAIL REPLACING ==:TRL:==
      * BY ==TPG== no FD), e e lido pela previsao de caixa do
      * PROGCOB90 (guias em aberto) e pela conciliacao bancaria do
      * PROGCOB91 (guias pagas).
      *----------------------------------------------------------------*
       01  TRIBUTO-PAGAR-REG.
           03  TPG-TRIBUTO                PIC X(04).
               88  TPG-TRIBUTO-INSS                    VALUE 'INSS'.
               88  TPG-TRIBUTO-IRRF                    VALUE 'IRRF'.
           03  TPG-CODIGO-RECEITA         PIC X(04).
           03  TPG-COMPETENCIA            PIC 9(06).
           03  TPG-DATA-EMISSAO           PIC 9(08).
           03  TPG-VENCIMENTO             PIC 9(08).
           03  TPG-VALOR                  PIC 9(09)V99.
           03  TPG-SITUACAO               PIC X(01).
               88  TPG-EM-ABERTO                       VALUE 'A'.
               88  TPG-PAGA                            VALUE 'P'.
           03  TPG-DATA-PAGAMENTO         PIC 9(08).
