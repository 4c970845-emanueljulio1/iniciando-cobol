      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS Fatura baixada por perda (situacao 'B') fica
      *                fora do envelhecimento e da cobranca.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*

           IF NOT CRE-LIQUIDADA
              AND NOT CRE-CANCELADA
              AND NOT CRE-BAIXADA
              IF CRE-CLIENTE NOT = WRK-CLIENTE-ANTERIOR
                 IF WRK-CLIENTE-ANTERIOR NOT = ZEROS
                    PERFORM 0230-FECHAR-CLIENTE
