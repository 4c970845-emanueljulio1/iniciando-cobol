      *                residual do buffer, estourando a data prometida
      *                e a conciliacao por transportadora das tarifas
      *                incluidas por aqui.
      * 15.10.2026 EAS A transportadora entrou na chave do FRETERATE:
      *                a mesma UF e vigencia aceita uma tarifa por
      *                transportadora.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
           END-WRITE.

           IF FS-FRETE-DUPLICADO
              DISPLAY 'JA EXISTE TARIFA DESTA UF E TRANSPORTADORA '
                      'COM ESTA VIGENCIA.'
           ELSE
              CALL 'PROGCOBU1' USING 'FRETERATE.DAT' 'WRITE' FS-FRETE
                   WRK-ABEND
