      *                reuso do PIN corrente e dos tres ultimos
      *                (USR-HIST-PIN); em lote o acesso sai como
      *                PINVENC ate a troca interativa.
      * 15.10.2026 EAS A mensagem de conta bloqueada deixou de citar
      *                so o PIN errado: a recertificacao de acesso
      *                (PROGCOB111/PROGCOB112) tambem bloqueia contas.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
           ELSE
           IF USR-CONTA-BLOQUEADA
              MOVE 'BLOQUEAD' TO WRK-RESULTADO
              DISPLAY 'CONTA BLOQUEADA (PIN ERRADO OU RECERTIFICACAO'
                      '). PROCURE UM SUPERVISOR.'
           ELSE
              PERFORM 0210-VERIFICAR-EXPIRACAO
              IF WRK-EXPIROU
