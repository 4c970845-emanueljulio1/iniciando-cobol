      * o PROGCOB20 valida o codigo na pre-critica e o PROGCOB06
      * quebra e subtotaliza o INVOICE-REPORT por cliente, apontando
      * pedidos que estourariam o limite de credito.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluido CLI-BOLETO-PAPEL: cliente que recebe,
      *                alem do registro no banco, o boleto impresso
      *                pela emissao de cobranca do PROGCOB84.
      * 15.10.2026 EAS Incluido CLI-BLOQUEIO: cliente cujo nome bate
      *                com uma entrada bloqueada do NAME-MASTER na
      *                varredura do PROGCOB116, ou cujo nome
      *                semelhante teve o bloqueio confirmado pela
      *                revisao do PROGCOB117, tem os pedidos
      *                rejeitados na pre-critica do PROGCOB20 e nao
      *                chega ao faturamento do PROGCOB06.
      *----------------------------------------------------------------*
       01  CLIENTE-REG.
           03  CLI-CODIGO                 PIC 9(05).
           03  CLI-NOME                   PIC X(20).
           03  CLI-UF                     PIC X(02).
           03  CLI-LIMITE-CREDITO         PIC 9(08)V99.
           03  CLI-BOLETO-PAPEL           PIC X(01).
               88  CLI-QUER-BOLETO-PAPEL               VALUE 'S'.
           03  CLI-BLOQUEIO               PIC X(01).
               88  CLI-BLOQUEADO-TRIAGEM               VALUE 'B'.
               88  CLI-SEM-BLOQUEIO                    VALUE 'N' ' '.
