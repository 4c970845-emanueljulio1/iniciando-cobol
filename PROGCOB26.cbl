      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 22.08.2026 EAS Versao inicial.
      * 15.10.2026 EAS Considerada so a linha *GER de apuracao do
      *                termo, nao a linha final da recuperacao
      *                gravada pelo PROGCOB106.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
              IF TRA-TERMO = WRK-TERMO
                 AND TRA-DISCIPLINA = '*GER'
                 AND TRA-STATUS = 'RECUPERACAO'
                 AND TRA-LINHA-APURACAO
                 PERFORM 0210-GERAR-CADERNO
              END-IF
           END-IF.
