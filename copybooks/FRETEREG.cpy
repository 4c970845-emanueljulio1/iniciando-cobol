      * 22.08.2026 EAS Incluida FR-TRANSPORTADORA, a transportadora
      *                que atende a UF, carregada para a fatura e
      *                para a conciliacao multi-transportadora.
      * 15.10.2026 EAS FR-TRANSPORTADORA passou para a chave, depois
      *                da vigencia: varias transportadoras atendem a
      *                mesma UF na mesma data, cada uma com a sua
      *                tarifa, e o PROGCOB06 escolhe uma por fatura.
      *                O registro mantem o tamanho, mas muda de
      *                posicao; o FRETERATE.DAT e recarregado.
      *----------------------------------------------------------------*
       01  FRETE-RATE-REG.
           03  FR-CHAVE.
               05  FR-UF                  PIC X(02).
               05  FR-DATA-VIGENCIA       PIC 9(08).
               05  FR-TRANSPORTADORA      PIC X(03).
           03  FR-MULTIPLICADOR           PIC 9(01)V99.
           03  FR-MINIMO                  PIC 9(04)V99.
           03  FR-TAXA-FIXA               PIC 9(04)V99.
           03  FR-DIAS-TRANSITO           PIC 9(02).
