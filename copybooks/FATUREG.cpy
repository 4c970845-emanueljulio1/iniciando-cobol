      *                saiu do contrato negociado do cliente
      *                (CONTRATO.DAT) e 'T' quando saiu da tabela por
      *                UF do FRETERATE.DAT.
      * 15.10.2026 EAS Incluido FAT-ROMANEIO (zeros = ainda sem
      *                romaneio), o numero do romaneio de expedicao
      *                do PROGCOB77 em que a fatura foi embarcada.
      * 15.10.2026 EAS FAT-NUMERO passa a ser o numero proprio da
      *                fatura (sequencia do PROGCOB06), e nao mais o
      *                numero do pedido: o atendimento parcial fatura
      *                o mesmo pedido mais de uma vez. Incluido
      *                FAT-PEDIDO, o pedido de origem da fatura.
      * 15.10.2026 EAS Incluido o FAT-TIPO-REG 'P', estorno parcial:
      *                nota de credito do PROGCOB37 sobre devolucao
      *                ainda incompleta, com valor, peso e ICMS
      *                proporcionais a quantidade creditada e frete
      *                zerado; a fatura segue valida. FAT-REG-CREDITO
      *                reune os dois tipos de estorno.
      *----------------------------------------------------------------*
       01  FATURA-REG.
           03  FAT-NUMERO                 PIC 9(06).
           03  FAT-TIPO-REG               PIC X(01).
               88  FAT-REG-FATURA                      VALUE 'F' ' '.
               88  FAT-REG-ESTORNO                     VALUE 'E'.
               88  FAT-REG-ESTORNO-PARCIAL             VALUE 'P'.
               88  FAT-REG-CREDITO                     VALUE 'E' 'P'.
           03  FAT-ROMANEIO               PIC 9(05).
               88  FAT-SEM-ROMANEIO                    VALUE ZEROS.
           03  FAT-PEDIDO                 PIC 9(06).
