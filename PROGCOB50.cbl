      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS A inclusao aprovada leva ao EMPLOYEE-MASTER a
      *                data de admissao informada no PROGCOB16.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       77  WRK-IDX-PENDENCIA        PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-PENDENCIAS.
           03  WRK-PEND OCCURS 200 TIMES.
               05  WRK-PEND-REG       PIC X(121).
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
              MOVE ZEROS              TO EMP-DATA-DESLIGAMENTO
              MOVE ZEROS              TO EMP-BANCO EMP-AGENCIA
                                         EMP-CONTA EMP-CPF
              MOVE PDA-DATA-ADMISSAO  TO EMP-DATA-ADMISSAO
              WRITE EMPLOYEE-MASTER-REG
                  INVALID KEY
                      CONTINUE
