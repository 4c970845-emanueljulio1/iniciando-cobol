      *----------------------------------------------------------------*
      * COPY      : NFERTREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo de retorno da
      * transmissao dos documentos fiscais eletronicos (NFERET.DAT),
      * devolvido pelo programa transmissor: um registro por fatura
      * (FAT-NUMERO) com a situacao A (autorizada, com o numero do
      * protocolo) ou R (rejeitada, com o codigo e o motivo da
      * rejeicao) e a data do processamento na SEFAZ. Lido pelo
      * PROGCOB82, que grava o resultado no NFEDOC.DAT.
      *----------------------------------------------------------------*
       01  NFE-RETORNO-REG.
           03  RET-NUMERO                 PIC 9(06).
           03  RET-SITUACAO               PIC X(01).
               88  RET-AUTORIZADA                      VALUE 'A'.
               88  RET-REJEITADA                       VALUE 'R'.
           03  RET-DATA                   PIC 9(08).
           03  RET-PROTOCOLO              PIC X(15).
           03  RET-CODIGO-MOTIVO          PIC X(03).
           03  RET-MOTIVO                 PIC X(45).
