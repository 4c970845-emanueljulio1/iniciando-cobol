      *                recuperacao, aprovado se todas aprovaram). Os
      *                totais do rodape passaram a contar alunos
      *                pelo resultado geral.
      * 15.10.2026 EAS As linhas do TRANSCRIPT-MASTER saem com
      *                TRA-TIPO-LINHA em branco (apuracao do termo),
      *                distintas das linhas finais da recuperacao
      *                gravadas pelo PROGCOB106.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
           MOVE WRK-STATUS    TO TRA-STATUS.
           MOVE WRK-LETRA     TO TRA-LETRA.
           MOVE ALU-PCT-FREQUENCIA TO TRA-FREQUENCIA.
           MOVE SPACE         TO TRA-TIPO-LINHA.

           WRITE TRANSCRIPT-REG.
           CALL 'PROGCOBU1' USING 'TRANSCPT.DAT' 'WRITE' FS-TRANS
           MOVE WRK-LETRA      TO TRA-LETRA.
           MOVE WRK-RES-FREQUENCIA(WRK-IDX-RESUMO)
             TO TRA-FREQUENCIA.
           MOVE SPACE          TO TRA-TIPO-LINHA.
           WRITE TRANSCRIPT-REG.
           CALL 'PROGCOBU1' USING 'TRANSCPT.DAT' 'WRITE' FS-TRANS
                WRK-ABEND.
