      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS Nos termos anteriores, a linha de resultado
      *                final da recuperacao (TRA-TIPO-LINHA 'F') sai
      *                identificada como resultado apos recuperacao.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
                    AND TRA-DISCIPLINA = '*GER'
                    AND TRA-TERMO NOT = WRK-TERMO
                    MOVE SPACES TO REL-LINHA
                    IF TRA-LINHA-FINAL
                       STRING '  TERMO ' TRA-TERMO
                              ' APOS RECUPERACAO MEDIA ' TRA-MEDIA
                              ' (' TRA-LETRA ') ' TRA-STATUS
                           DELIMITED BY SIZE INTO REL-LINHA
                       END-STRING
                    ELSE
                       STRING '  TERMO ' TRA-TERMO
                              ' MEDIA ' TRA-MEDIA
                              ' (' TRA-LETRA ') ' TRA-STATUS
                           DELIMITED BY SIZE INTO REL-LINHA
                       END-STRING
                    END-IF
                    PERFORM 0800-GRAVAR-LINHA
                 END-IF
              END-IF
