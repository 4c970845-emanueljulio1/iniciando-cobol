      *                rejeita pelo PROGCOB50 (maker-checker); o
      *                EMPCHLOG passa a ser gravado na aplicacao da
      *                mudanca aprovada.
      * 15.10.2026 EAS A inclusao passou a pedir a data de admissao
      *                (zeros = hoje, nunca futura), e a operacao H
      *                informa a admissao de quem ja estava no
      *                cadastro, base dos periodos aquisitivos de
      *                ferias do PROGCOB97.
      * 15.10.2026 EAS A inclusao passou pela triagem do nome contra
      *                as entradas bloqueadas do NAME-MASTER
      *                (PROGCOBU9): nome bloqueado recusa a inclusao;
      *                nome semelhante a um bloqueado fica na fila de
      *                revisao de compliance (PROGCOB117) e so entra
      *                depois de liberado.
      * 15.10.2026 EAS Triagem indisponivel (NAMEMAST.DAT fora do ar,
      *                resultado INDISPON do PROGCOBU9) recusa a
      *                inclusao.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       77  WRK-SALARIO-ANTERIOR      PIC 9(06)V99  VALUE ZEROS.
       77  WRK-TIPO-PAGAMENTO        PIC X(01)     VALUE 'M'.
       77  WRK-DEPENDENTES           PIC 9(02)     VALUE ZEROS.
       01  WRK-DATA-ADMISSAO.
           03  WRK-ADM-ANO           PIC 9(04).
           03  WRK-ADM-MES           PIC 9(02).
           03  WRK-ADM-DIA           PIC 9(02).
       01  WRK-DATA-ADMISSAO-NUM REDEFINES WRK-DATA-ADMISSAO
                                     PIC 9(08).

       77  WRK-BANCO                 PIC 9(03)     VALUE ZEROS.
       77  WRK-AGENCIA               PIC 9(04)     VALUE ZEROS.
           88  WRK-TRAVA-ADQUIRIDA                  VALUE 'TRAVADO'.
       77  WRK-TRAVA-DONO            PIC X(20)     VALUE SPACES.

       77  WRK-NOME-TRIAGEM          PIC X(30)     VALUE SPACES.
       77  WRK-TRIAGEM-RESULTADO     PIC X(08)     VALUE SPACES.
           88  WRK-TRIAGEM-BLOQUEADA                VALUE 'BLOQUEAD'.
           88  WRK-TRIAGEM-EM-REVISAO               VALUE 'REVISAO'.
           88  WRK-TRIAGEM-LIBERADA                 VALUE 'LIBERADO'.
           88  WRK-TRIAGEM-INDISPONIVEL             VALUE 'INDISPON'.
       77  WRK-TRIAGEM-NOME-BLOQ     PIC X(30)     VALUE SPACES.
       77  WRK-TRIAGEM-REVISOR       PIC X(20)     VALUE SPACES.

       77  WRK-DADOS-OK              PIC X(01)     VALUE 'S'.
           88  WRK-DADOS-VALIDOS                    VALUE 'S'.
           88  WRK-DADOS-INVALIDOS                  VALUE 'N'.
           DISPLAY ' A - ALTERAR SALARIO'.
           DISPLAY ' D - ALTERAR DEPENDENTES'.
           DISPLAY ' B - DADOS BANCARIOS'.
           DISPLAY ' H - DATA DE ADMISSAO'.
           DISPLAY ' X - INATIVAR EMPREGADO'.
           DISPLAY ' S - SAIR'.
           DISPLAY '============================================'.
                    PERFORM 0225-ALTERAR-DEPENDENTES
               WHEN 'B'
                    PERFORM 0227-ALTERAR-DADOS-BANCARIOS
               WHEN 'H'
                    PERFORM 0232-ALTERAR-ADMISSAO
               WHEN 'X'
                    PERFORM 0230-INATIVAR-EMPREGADO
               WHEN 'S'
           ACCEPT WRK-TIPO-PAGAMENTO.
           DISPLAY 'DEPENDENTES (99) . : '.
           ACCEPT WRK-DEPENDENTES.
           DISPLAY 'ADMISSAO (AAAAMMDD, ZEROS = HOJE) : '.
           ACCEPT WRK-DATA-ADMISSAO-NUM.

           PERFORM 0260-VALIDAR-CAMPOS.
           PERFORM 0265-VALIDAR-ADMISSAO.
           IF WRK-TIPO-PAGAMENTO NOT = 'M'
              AND WRK-TIPO-PAGAMENTO NOT = 'H'
              DISPLAY 'TIPO DE PAGAMENTO INVALIDO (M OU H).'
              MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-DADOS-VALIDOS
              PERFORM 0268-TRIAR-NOME
           END-IF.
           IF WRK-DADOS-INVALIDOS
              DISPLAY 'INCLUSAO NAO EFETUADA.'
           ELSE
              MOVE ZEROS            TO EMP-DATA-DESLIGAMENTO
              MOVE ZEROS            TO EMP-BANCO EMP-AGENCIA
                                       EMP-CONTA EMP-CPF
              MOVE WRK-DATA-ADMISSAO-NUM TO EMP-DATA-ADMISSAO
              WRITE EMPLOYEE-MASTER-REG
                  INVALID KEY
                      CONTINUE
                 DISPLAY 'EMPREGADO INATIVADO.'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Informar a data de admissao de um empregado ja
      *          cadastrado, base dos periodos aquisitivos de ferias
      *----------------------------------------------------------------*
       0232-ALTERAR-ADMISSAO.

           PERFORM 0250-ACEITAR-MATRICULA.
           PERFORM 0278-TRAVAR-REGISTRO.
           IF WRK-TRAVA-ADQUIRIDA
              PERFORM 0233-ADMISSAO-TRAVADO
              PERFORM 0279-DESTRAVAR-REGISTRO
           END-IF.
      *----------------------------------------------------------------*
       0233-ADMISSAO-TRAVADO.

           PERFORM 0270-LER-EMPREGADO.
           IF FS-EMPLO-NAO-ENCONTRADO
              DISPLAY 'EMPREGADO NAO CADASTRADO.'
           ELSE
              MOVE EMP-DEPARTAMENTO TO WRK-DEPARTAMENTO
              MOVE EMP-NOME         TO WRK-NOME
              MOVE EMP-SALARIO      TO WRK-SALARIO-ANTERIOR
              MOVE EMP-SALARIO      TO WRK-SALARIO
              DISPLAY 'EMPREGADO ............... : ' EMP-NOME
              DISPLAY 'ADMISSAO ATUAL .......... : '
                       EMP-DATA-ADMISSAO
              DISPLAY 'NOVA ADMISSAO (AAAAMMDD) : '
              ACCEPT WRK-DATA-ADMISSAO-NUM
              MOVE 'S' TO WRK-DADOS-OK
              IF WRK-DATA-ADMISSAO-NUM = ZEROS
                 DISPLAY 'DATA DE ADMISSAO NAO PODE SER ZEROS.'
                 MOVE 'N' TO WRK-DADOS-OK
              ELSE
                 PERFORM 0265-VALIDAR-ADMISSAO
              END-IF
              IF WRK-DADOS-INVALIDOS
                 DISPLAY 'ADMISSAO NAO ALTERADA.'
              ELSE
                 MOVE WRK-DATA-ADMISSAO-NUM TO EMP-DATA-ADMISSAO
                 REWRITE EMPLOYEE-MASTER-REG
                 CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'REWRITE'
                      FS-EMPLO WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 MOVE 'A' TO ELG-OPERACAO
                 PERFORM 0290-GRAVAR-LOG-ALTERACAO
                 DISPLAY 'DATA DE ADMISSAO GRAVADA.'
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0250-ACEITAR-MATRICULA.

                 MOVE 'N' TO WRK-DADOS-OK
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Admissao em zeros vale hoje; data informada precisa
      *          ser valida e nao pode estar no futuro. Acumula em
      *          WRK-DADOS-OK junto com a 0260
      *----------------------------------------------------------------*
       0265-VALIDAR-ADMISSAO.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           IF WRK-DATA-ADMISSAO-NUM = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-ADMISSAO-NUM
           END-IF.

           IF WRK-DATA-ADMISSAO-NUM NOT NUMERIC
              OR WRK-ADM-MES = ZEROS OR WRK-ADM-MES > 12
              OR WRK-ADM-DIA = ZEROS OR WRK-ADM-DIA > 31
              DISPLAY 'DATA DE ADMISSAO INVALIDA.'
              MOVE 'N' TO WRK-DADOS-OK
           ELSE
              IF WRK-DATA-ADMISSAO-NUM > WRK-DATA-ATUAL
                 DISPLAY 'DATA DE ADMISSAO NO FUTURO.'
                 MOVE 'N' TO WRK-DADOS-OK
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Triar o nome contra as entradas bloqueadas do
      *          NAME-MASTER; bloqueado ou em revisao nao entra
      *----------------------------------------------------------------*
       0268-TRIAR-NOME.

           MOVE WRK-NOME TO WRK-NOME-TRIAGEM.
           CALL 'PROGCOBU9' USING 'E' WRK-MATRICULA WRK-NOME-TRIAGEM
                WRK-USUARIO WRK-TRIAGEM-RESULTADO
                WRK-TRIAGEM-NOME-BLOQ WRK-TRIAGEM-REVISOR.

           EVALUATE TRUE
               WHEN WRK-TRIAGEM-BLOQUEADA
                    DISPLAY 'NOME BLOQUEADO NO NAME-MASTER: '
                            WRK-TRIAGEM-NOME-BLOQ
                    MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-TRIAGEM-EM-REVISAO
                    DISPLAY 'NOME SEMELHANTE A ENTRADA BLOQUEADA: '
                            WRK-TRIAGEM-NOME-BLOQ
                    DISPLAY 'AGUARDA REVISAO DE COMPLIANCE '
                            '(PROGCOB117).'
                    MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-TRIAGEM-LIBERADA
                    DISPLAY 'NOME SEMELHANTE LIBERADO NA REVISAO POR '
                            WRK-TRIAGEM-REVISOR
               WHEN WRK-TRIAGEM-INDISPONIVEL
                    DISPLAY 'TRIAGEM DE NOME INDISPONIVEL '
                            '(NAMEMAST.DAT). INCLUSAO RECUSADA.'
                    MOVE 'N' TO WRK-DADOS-OK
           END-EVALUATE.
      *----------------------------------------------------------------*
       0270-LER-EMPREGADO.

           MOVE WRK-SALARIO          TO PDA-SALARIO-NOVO.
           MOVE WRK-TIPO-PAGAMENTO   TO PDA-TIPO-PAGAMENTO.
           MOVE WRK-DEPENDENTES      TO PDA-DEPENDENTES.
           MOVE WRK-DATA-ADMISSAO-NUM TO PDA-DATA-ADMISSAO.
           MOVE WRK-USUARIO          TO PDA-SOLICITANTE.
           MOVE WRK-DATA-ATUAL       TO PDA-DATA-PEDIDO.
           MOVE SPACES               TO PDA-APROVADOR.
