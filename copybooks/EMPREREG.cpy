      *                validacao dos digitos verificadores do CPF,
      *                para a geracao do arquivo de credito de
      *                liquido em banco do PROGCOB46.
      * 15.10.2026 EAS Incluida EMP-DATA-ADMISSAO, informada na
      *                inclusao do PROGCOB16 (ou pela operacao H para
      *                quem ja estava no cadastro), base dos periodos
      *                aquisitivos de ferias do PROGCOB97 (zeros =
      *                nao informada).
      *----------------------------------------------------------------*
       01  EMPLOYEE-MASTER-REG.
           03  EMP-MATRICULA              PIC 9(06).
           03  EMP-AGENCIA                PIC 9(04).
           03  EMP-CONTA                  PIC 9(08).
           03  EMP-CPF                    PIC 9(11).
           03  EMP-DATA-ADMISSAO          PIC 9(08).
