      *----------------------------------------------------------------*
      * COPY      : DEVOLREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado de
      * devolucoes recebidas (DEVOLUC.DAT), chave fatura + produto,
      * mantido pelo PROGCOB76: quantidade faturada do produto (da
      * saida 'FT' do MOVESTOQ.DAT) e total faturado da fatura, o que
      * ja voltou revendavel (recolocado no estoque) e avariado
      * (baixado como perda), o custo da saida original e o frete de
      * volta com o responsavel. A nota de credito do PROGCOB37
      * credita o recebido ainda nao creditado e marca as linhas
      * como creditadas; so estorna a fatura por inteiro quando a
      * devolucao recebida cobre todo o faturado, descontando o
      * frete a cargo do cliente.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluida DEV-QTD-CREDITADA, a quantidade ja
      *                coberta por nota de credito: a devolucao
      *                incompleta passa a ser creditada em parte pelo
      *                PROGCOB37 e a linha creditada em parte volta a
      *                'R' quando chega mais mercadoria no PROGCOB76.
      *----------------------------------------------------------------*
       01  DEVOLUCAO-REG.
           03  DEV-CHAVE.
               05  DEV-FATURA             PIC 9(06).
               05  DEV-PRODUTO            PIC X(20).
           03  DEV-CLIENTE                PIC 9(05).
           03  DEV-QTD-FATURADA           PIC 9(06).
           03  DEV-QTD-TOTAL-FATURA       PIC 9(06).
           03  DEV-QTD-REVENDAVEL         PIC 9(06).
           03  DEV-QTD-AVARIADA           PIC 9(06).
           03  DEV-CUSTO-UNITARIO         PIC 9(06)V99.
           03  DEV-MOTIVO                 PIC X(02).
           03  DEV-FRETE-REVERSO          PIC 9(06)V99.
           03  DEV-RESPONSAVEL            PIC X(01).
               88  DEV-FRETE-TRANSPORTADORA            VALUE 'T'.
               88  DEV-FRETE-CLIENTE                   VALUE 'C'.
               88  DEV-FRETE-EMPRESA                   VALUE 'E'.
           03  DEV-DATA-ULT-RECEB         PIC 9(08).
           03  DEV-SITUACAO               PIC X(01).
               88  DEV-RECEBIDA                        VALUE 'R'.
               88  DEV-CREDITADA                       VALUE 'C'.
           03  DEV-QTD-CREDITADA          PIC 9(06).
