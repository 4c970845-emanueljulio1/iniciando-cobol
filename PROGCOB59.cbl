      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS Havendo linha de resultado final da
      *                recuperacao (*GER com TRA-TIPO-LINHA 'F',
      *                PROGCOB106), vale ela no lugar da apuracao do
      *                termo; APROVADO-REC tambem promove. A promocao
      *                passou a ser decidida depois de lido todo o
      *                termo, pois a linha final pode vir depois.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       77  WRK-MAX-RESULTADOS       PIC 9(03)     VALUE 200.
       77  WRK-QTD-RESULTADOS       PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-RESULT           PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-POS-RESULT           PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-RESULTADOS.
           03  WRK-RESULT OCCURS 200 TIMES.
               05  WRK-RSL-MATRICULA  PIC X(08).
               05  WRK-RSL-NOME       PIC X(20).
               05  WRK-RSL-STATUS     PIC X(12).
               05  WRK-RSL-DESTINO    PIC X(09).

       77  WRK-IDX-NOTA             PIC 9(02)  COMP  VALUE ZEROS.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CLASSIFICAR-RESULTADOS.
           PERFORM 0220-DECIDIR-PROMOCAO.
           PERFORM 0230-GERAR-ROSTER-NOVO.
           PERFORM 0300-FINALIZAR.


           CLOSE TRANSCRIPT-MASTER.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
      *          Uma entrada por aluno; a linha final da
      *          recuperacao prevalece sobre a apuracao do termo,
      *          venha antes ou depois dela no arquivo
      *----------------------------------------------------------------*
       0210-REGISTRAR-RESULTADO.

           MOVE ZEROS TO WRK-POS-RESULT.
           PERFORM VARYING WRK-IDX-RESULT FROM 1 BY 1
                   UNTIL WRK-IDX-RESULT > WRK-QTD-RESULTADOS
                      OR WRK-POS-RESULT > ZEROS
              IF WRK-RSL-MATRICULA(WRK-IDX-RESULT) = TRA-MATRICULA
                 MOVE WRK-IDX-RESULT TO WRK-POS-RESULT
              END-IF
           END-PERFORM.

           IF WRK-POS-RESULT = ZEROS
              IF WRK-QTD-RESULTADOS >= WRK-MAX-RESULTADOS
                 DISPLAY 'TABELA DE RESULTADOS ESGOTADA.'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-RESULTADOS
              MOVE WRK-QTD-RESULTADOS TO WRK-POS-RESULT
              MOVE TRA-MATRICULA
                TO WRK-RSL-MATRICULA(WRK-POS-RESULT)
              MOVE TRA-NOME
                TO WRK-RSL-NOME(WRK-POS-RESULT)
              MOVE TRA-STATUS
                TO WRK-RSL-STATUS(WRK-POS-RESULT)
           ELSE
              IF TRA-LINHA-FINAL
                 MOVE TRA-STATUS
                   TO WRK-RSL-STATUS(WRK-POS-RESULT)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Aprovado no termo ou na recuperacao promove, o resto
      *          retem
      *----------------------------------------------------------------*
       0220-DECIDIR-PROMOCAO.

           PERFORM VARYING WRK-IDX-RESULT FROM 1 BY 1
                   UNTIL WRK-IDX-RESULT > WRK-QTD-RESULTADOS
              IF WRK-RSL-STATUS(WRK-IDX-RESULT) = 'APROVADO'
                 OR WRK-RSL-STATUS(WRK-IDX-RESULT) = 'APROVADO-REC'
                 MOVE 'PROMOVIDO'
                   TO WRK-RSL-DESTINO(WRK-IDX-RESULT)
                 ADD 1 TO WRK-QTD-PROMOVIDOS
              ELSE
                 MOVE 'RETIDO   '
                   TO WRK-RSL-DESTINO(WRK-IDX-RESULT)
                 ADD 1 TO WRK-QTD-RETIDOS
              END-IF

              MOVE SPACES TO REL-LINHA
              STRING WRK-RSL-MATRICULA(WRK-IDX-RESULT) ' '
                     WRK-RSL-NOME(WRK-IDX-RESULT) ' '
                     WRK-RSL-STATUS(WRK-IDX-RESULT) ' -> '
                     WRK-RSL-DESTINO(WRK-IDX-RESULT)
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Regravar o ROSTER do termo novo: cada aluno do
      *          fechamento reinscrito nas disciplinas que cursava,
