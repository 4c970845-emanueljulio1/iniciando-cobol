      *----------------------------------------------------------------*
      * COPY      : DEVENREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro da carga de recebimento de
      * devolucoes (DEVOLENT.DAT), digitada pela doca: uma linha por
      * produto que voltou de uma fatura, com a quantidade recebida,
      * a condicao da mercadoria e o motivo da devolucao. O motivo
      * decide quem arca com o frete de volta calculado pelo
      * PROGCOB76: a transportadora (abatido da remessa de frete),
      * o cliente (mantido em aberto no razao na nota de credito) ou
      * a propria empresa. Com mais de uma linha da mesma fatura na
      * carga vale o motivo da primeira.
      *----------------------------------------------------------------*
       01  DEVOLUCAO-ENTRADA-REG.
           03  DVE-FATURA                 PIC 9(06).
           03  DVE-CLIENTE                PIC 9(05).
           03  DVE-PRODUTO                PIC X(20).
           03  DVE-QUANTIDADE             PIC 9(04).
           03  DVE-CONDICAO               PIC X(01).
               88  DVE-REVENDAVEL                      VALUE 'R'.
               88  DVE-AVARIADA                        VALUE 'A'.
           03  DVE-MOTIVO                 PIC X(02).
               88  DVE-MOTIVO-TRANSPORTADORA           VALUE 'AV'
                                                             'AT'.
               88  DVE-MOTIVO-CLIENTE                  VALUE 'DS'
                                                             'PE'.
               88  DVE-MOTIVO-EMPRESA                  VALUE 'DF'
                                                             'EX'.
           03  DVE-DATA                   PIC 9(08).
