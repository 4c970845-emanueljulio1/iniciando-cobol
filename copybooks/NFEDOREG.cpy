      *----------------------------------------------------------------*
      * COPY      : NFEDOREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do documento fiscal eletronico de uma
      * fatura (FAT-NUMERO), gravado pelo PROGCOB06 no fechamento de
      * cada fatura: um registro de cabecalho 'C' (item 00) com o
      * cliente, a UF, a transportadora, os totais de valor, peso e
      * frete e o ICMS calculado no 0217-CALCULAR-ICMS, seguido de
      * um registro de item 'I' por linha de produto do pedido.
      * O mesmo layout serve ao arquivo indexado NFEDOC.DAT (chave
      * NFE-CHAVE), que guarda o documento e a situacao junto a
      * SEFAZ, e aos arquivos de transmissao NFEEXP.DAT (rodada do
      * PROGCOB06) e NFEREENV.DAT (reenvio do PROGCOB83), fechados
      * com o trailer EXTTRAIL. No cabecalho do NFEDOC.DAT a
      * situacao vai de P (enviada, sem retorno) para A (autorizada,
      * com protocolo) ou R (rejeitada, com o motivo), gravada pelo
      * retorno do PROGCOB82.
      *----------------------------------------------------------------*
       01  NFE-DOCUMENTO-REG.
           03  NFE-CHAVE.
               05  NFE-NUMERO             PIC 9(06).
               05  NFE-ITEM               PIC 9(02).
           03  NFE-TIPO-REG               PIC X(01).
               88  NFE-REG-CABECALHO                   VALUE 'C'.
               88  NFE-REG-ITEM                        VALUE 'I'.
           03  NFE-DADOS                  PIC X(170).
           03  NFE-DADOS-CABECALHO REDEFINES NFE-DADOS.
               05  NFE-DATA-EMISSAO       PIC 9(08).
               05  NFE-CLIENTE            PIC 9(05).
               05  NFE-CLIENTE-NOME       PIC X(20).
               05  NFE-UF                 PIC X(02).
               05  NFE-TRANSPORTADORA     PIC X(03).
               05  NFE-QTD-ITENS          PIC 9(02).
               05  NFE-VALOR              PIC 9(08)V99.
               05  NFE-PESO               PIC 9(06)V999.
               05  NFE-FRETE              PIC 9(06)V99.
               05  NFE-ICMS-BASE          PIC 9(08)V99.
               05  NFE-ICMS-ALIQUOTA      PIC 9(02)V99.
               05  NFE-ICMS-VALOR         PIC 9(08)V99.
               05  NFE-SITUACAO           PIC X(01).
                   88  NFE-PENDENTE                    VALUE 'P'.
                   88  NFE-AUTORIZADA                  VALUE 'A'.
                   88  NFE-REJEITADA                   VALUE 'R'.
               05  NFE-QTD-ENVIOS         PIC 9(02).
               05  NFE-DATA-ENVIO         PIC 9(08).
               05  NFE-DATA-RETORNO       PIC 9(08).
               05  NFE-PROTOCOLO          PIC X(15).
               05  NFE-MOTIVO             PIC X(45).
           03  NFE-DADOS-ITEM REDEFINES NFE-DADOS.
               05  NFE-PRODUTO            PIC X(20).
               05  NFE-QUANTIDADE         PIC 9(04).
               05  NFE-VALOR-ITEM         PIC 9(06)V99.
               05  NFE-PESO-ITEM          PIC 9(04)V999.
               05  FILLER                 PIC X(131).
