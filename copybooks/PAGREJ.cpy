      * PROGCOB33 (fatura inexistente no razao, fatura ja liquidada
      * ou valor zerado) com o motivo, no estilo do NAMES-REJECT,
      * para o caixa corrigir e reapresentar.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS O retorno da cobranca do PROGCOB84 acrescenta
      *                as liquidacoes de boleto que nao casam com o
      *                razao (motivos 'BOLETO INEXIST.' e 'JUROS
      *                INVALIDO ' alem dos do PROGCOB33), com a data
      *                do credito e o valor recebido do banco.
      *----------------------------------------------------------------*
       01  PAGAMENTO-REJEITADO-REG.
           03  PGR-CLIENTE                PIC 9(05).
