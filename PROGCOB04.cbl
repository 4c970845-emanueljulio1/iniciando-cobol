      *                data antiga passa a indicar pagamento perdido
      *                de verdade, e nao sobra da rodada anterior
      *                travando a folha do dia seguinte.
      * 15.10.2026 EAS Calculado o deposito de FGTS do empregador (8%
      *                sobre o bruto do periodo - horas extras,
      *                comissao e ferias - mais o decimo terceiro),
      *                acumulado por matricula no FGTSSALD.DAT e
      *                gravado como movimento no razao FGTSMOV.DAT,
      *                base da guia mensal do PROGCOB92 e da multa
      *                rescisoria do PROGCOB45.
      * 15.10.2026 EAS Calculados os encargos patronais de cada
      *                empregado (INSS patronal, RAT/SAT e terceiros)
      *                sobre a mesma base do FGTS, com as aliquotas
      *                datadas do TABENCAR.DAT (vigencia pela data da
      *                rodada; sem a tabela, aliquotas fixas de
      *                contingencia com aviso). Cada subtotal de
      *                departamento leva encargos e FGTS ao
      *                FOLHADEP.DAT e lanca os encargos no
      *                GLLANCTO.DAT (origem ENCARG, por centro de
      *                custo) para o diario do PROGCOB14.
      * 15.10.2026 EAS INSS e IRRF retidos sobre o decimo terceiro
      *                gravados no SALARY-HISTORY (HST-DECIMO-INSS e
      *                HST-DECIMO-IRRF) para a guia do PROGCOB93.
      * 15.10.2026 EAS Pagas as diferencas retroativas de dissidio
      *                liberadas pelo RH no DISSIDIO.DAT (PROGCOB94):
      *                a diferenca bruta soma ao bruto do periodo e o
      *                INSS e o IRRF ja recalculados por competencia
      *                somam as retencoes; cada diferenca paga e
      *                marcada com a data da rodada.
      * 15.10.2026 EAS Descontos de beneficios pelas adesoes do
      *                BENEFIC.DAT (PROGCOB95) e planos do
      *                BENPLANO.DAT: vale-transporte sobre o salario
      *                base, coparticipacao do vale-refeicao e plano de
      *                saude por vida, com teto do plano e do liquido
      *                (o que nao coube vai ao PAYVAR.REL). Cada
      *                desconto e gravado no BENDESC.DAT com a parte
      *                da empresa para o relatorio do PROGCOB96, antes
      *                da parcela de emprestimo.
      * 15.10.2026 EAS Incluido o modo de simulacao (acao SIMFOLHA):
      *                com vigencia alternativa das tabelas,
      *                reajuste percentual por departamento e uma
      *                admissao hipotetica, a folha roda o calculo
      *                de bruto a liquido (0218 a 0227) e grava so o
      *                comparativo SIMFOLHA.REL contra a ultima rodada
      *                real do SALARY-HISTORY, por empregado,
      *                departamento e total, sem atualizar master,
      *                historico, extratos, emprestimos, dissidio,
      *                beneficios nem os relatorios da rodada real.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ASSIGN TO 'PENDALT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PENDE.

           SELECT TABELA-ENCARGOS-FILE
               ASSIGN TO 'TABENCAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-DATA-VIGENCIA
               FILE STATUS IS FS-TBENC.

           SELECT GL-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT FGTS-SALDO-FILE
               ASSIGN TO 'FGTSSALD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FGS-MATRICULA
               FILE STATUS IS FS-FGSAL.

           SELECT FGTS-MOVIMENTO
               ASSIGN TO 'FGTSMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FGMOV.

           SELECT DISSIDIO-FILE
               ASSIGN TO 'DISSIDIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CHAVE
               FILE STATUS IS FS-DISSI.

           SELECT BENEFICIO-ADESAO-FILE
               ASSIGN TO 'BENEFIC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS FS-BENEF.

           SELECT BENEFICIO-PLANO-FILE
               ASSIGN TO 'BENPLANO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS FS-BENPL.

           SELECT BENEFICIO-DESCONTO-FILE
               ASSIGN TO 'BENDESC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BENDS.

           SELECT SIMULACAO-REPORT
               ASSIGN TO 'SIMFOLHA.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SIMUL.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*

       FD  PENDENCIAS-FILE.
       COPY PENDREG.

       FD  TABELA-ENCARGOS-FILE.
       COPY TABENREG.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  FGTS-SALDO-FILE.
       COPY FGTSREG.

       FD  FGTS-MOVIMENTO.
       COPY FGTSMOV.

       FD  DISSIDIO-FILE.
       COPY DISSIREG.

       FD  BENEFICIO-ADESAO-FILE.
       COPY BENEFREG.

       FD  BENEFICIO-PLANO-FILE.
       COPY BENPLREG.

       FD  BENEFICIO-DESCONTO-FILE.
       COPY BENDSREG.

       FD  SIMULACAO-REPORT.
       01  SIM-LINHA                  PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VERBA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FODEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PENDE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TBENC==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FGSAL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FGMOV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DISSI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BENEF==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BENPL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BENDS==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SIMUL==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                     VALUE 'S'.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-BUFFER-ED            PIC X(20)     VALUE SPACES.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-VIGENCIA        PIC 9(08)     VALUE ZEROS.
       77  WRK-MODO-RODADA          PIC X(01)     VALUE 'R'.
           88  WRK-MODO-SIMULACAO                  VALUE 'S'.
           88  WRK-MODO-VALIDO                     VALUE 'R' 'S'.
       77  WRK-FIM-EMPREGADOS       PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-EMPREGADOS          VALUE 'S'.

               05  WRK-IRF-PARCELA    PIC 9(06)V99.
       77  WRK-DED-DEPENDENTE        PIC 9(04)V99  VALUE ZEROS.
       77  WRK-BASE-IRRF             PIC S9(08)V99 VALUE ZEROS.
       77  WRK-PCT-FGTS              PIC 9(01)V999 VALUE 0,080.
       77  WRK-BASE-FGTS             PIC 9(09)V99  VALUE ZEROS.
       77  WRK-VL-FGTS               PIC 9(08)V99  VALUE ZEROS.
       77  WRK-TOTAL-FGTS            PIC 9(09)V99  VALUE ZEROS.
       77  WRK-VIG-ENCARGOS          PIC 9(08)     VALUE ZEROS.
       77  WRK-PCT-INSS-PATRONAL     PIC 9(02)V99  VALUE 20,00.
       77  WRK-PCT-RAT               PIC 9(02)V99  VALUE 2,00.
       77  WRK-PCT-TERCEIROS         PIC 9(02)V99  VALUE 5,80.
       77  WRK-VL-ENCARGOS           PIC 9(08)V99  VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SUBTOTAL-ENCARGOS     PIC 9(08)V99  VALUE ZEROS.
       77  WRK-SUBTOTAL-FGTS         PIC 9(08)V99  VALUE ZEROS.
       77  WRK-ENCARGOS-ED           PIC $$$.$$$.$$9,99.
       77  WRK-VL-IRRF-CALC          PIC S9(08)V99 VALUE ZEROS.

       77  WRK-EMPREST-AUSENTE       PIC X(01)     VALUE 'N'.
       77  WRK-INSS-GUARDADO         PIC 9(06)V99  VALUE ZEROS.
       77  WRK-IRRF-GUARDADO         PIC 9(06)V99  VALUE ZEROS.
       77  WRK-LIQ-DECIMO            PIC S9(08)V99 VALUE ZEROS.
       77  WRK-INSS-DECIMO           PIC 9(06)V99  VALUE ZEROS.
       77  WRK-IRRF-DECIMO           PIC 9(06)V99  VALUE ZEROS.
       77  WRK-DECIMO-ED             PIC $ZZZ.ZZ9,99.
       77  WRK-DISSIDIO-AUSENTE      PIC X(01)     VALUE 'N'.
           88  WRK-SEM-DISSIDIO                    VALUE 'S'.
       77  WRK-FIM-DISSIDIO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-DISSIDIO            VALUE 'S'.
       77  WRK-DISSIDIO-BRUTO        PIC 9(06)V99  VALUE ZEROS.
       77  WRK-DISSIDIO-INSS         PIC 9(06)V99  VALUE ZEROS.
       77  WRK-DISSIDIO-IRRF         PIC 9(06)V99  VALUE ZEROS.
       77  WRK-TOTAL-DISSIDIO        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-DISSIDIO-ED           PIC $ZZZ.ZZ9,99.
       77  WRK-BENEFICIOS-AUSENTES   PIC X(01)     VALUE 'N'.
           88  WRK-SEM-BENEFICIOS                  VALUE 'S'.
       77  WRK-FIM-BENEFICIO         PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-BENEFICIO           VALUE 'S'.
       77  WRK-BEN-CUSTO             PIC 9(06)V99  VALUE ZEROS.
       77  WRK-BEN-COTA              PIC 9(06)V99  VALUE ZEROS.
       77  WRK-BEN-DESCONTO          PIC 9(06)V99  VALUE ZEROS.
       77  WRK-BEN-FALTA             PIC 9(06)V99  VALUE ZEROS.
       77  WRK-BEN-FALTA-ED          PIC ZZZ.ZZ9,99.
       77  WRK-DESCONTO-VT           PIC 9(06)V99  VALUE ZEROS.
       77  WRK-DESCONTO-VR           PIC 9(06)V99  VALUE ZEROS.
       77  WRK-DESCONTO-PS           PIC 9(06)V99  VALUE ZEROS.
       77  WRK-TOTAL-BENEFICIOS      PIC 9(09)V99  VALUE ZEROS.
       77  WRK-BENEFICIO-ED          PIC $ZZZ.ZZ9,99.

       77  WRK-FIM-PENDENCIAS        PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PENDENCIAS          VALUE 'S'.
               05  WRK-HIST-NOME      PIC X(20).
               05  WRK-HIST-DATA      PIC 9(08).
               05  WRK-HIST-LIQUIDO   PIC 9(06)V99.
               05  WRK-HIST-BRUTO     PIC 9(08)V99.
               05  WRK-HIST-VISITADO  PIC X(01).
                   88  WRK-HIST-NA-RODADA          VALUE 'S'.
       77  WRK-DATA-ULTIMA-RODADA    PIC 9(08)     VALUE ZEROS.

       77  WRK-FIM-PARAMETROS        PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PARAMETROS          VALUE 'S'.
       77  WRK-DEPTO-INFORMADO       PIC X(10)     VALUE SPACES.
       77  WRK-PCT-INFORMADO         PIC 9(03)V99  VALUE ZEROS.
       77  WRK-PCT-ED                PIC ZZ9,99.
       77  WRK-MAX-REAJUSTES         PIC 9(02)     VALUE 10.
       77  WRK-QTD-REAJUSTES         PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-REAJUSTE          PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-REAJUSTE-ACHADO       PIC X(01)     VALUE 'N'.
           88  WRK-REAJUSTE-APLICADO               VALUE 'S'.
       01  WRK-TABELA-REAJUSTES.
           03  WRK-REAJ-ENTRADA OCCURS 10 TIMES.
               05  WRK-REAJ-DEPARTAMENTO PIC X(10).
               05  WRK-REAJ-PCT       PIC 9(03)V99.
       77  WRK-ADMISSAO-SIMULADA     PIC X(01)     VALUE 'N'.
           88  WRK-HA-ADMISSAO-SIMULADA            VALUE 'S'.
       01  WRK-ADMISSAO.
           03  WRK-ADM-DEPARTAMENTO   PIC X(10).
           03  WRK-ADM-NOME           PIC X(20).
           03  WRK-ADM-SALARIO        PIC 9(06)V99.
           03  WRK-ADM-TIPO           PIC X(01).
               88  WRK-ADM-TIPO-VALIDO             VALUE 'M' 'H'.
           03  WRK-ADM-DEPENDENTES    PIC 9(02).

       77  WRK-MAX-DEPTOS-SIM        PIC 9(02)     VALUE 50.
       77  WRK-QTD-DEPTOS-SIM        PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-DEPTO-SIM         PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-POS-DEPTO-SIM         PIC 9(02)  COMP  VALUE ZEROS.
       01  WRK-TABELA-DEPTOS-SIM.
           03  WRK-DSI-ENTRADA OCCURS 50 TIMES.
               05  WRK-DSI-DEPARTAMENTO PIC X(10).
               05  WRK-DSI-QTD-ANT    PIC 9(04).
               05  WRK-DSI-QTD-SIM    PIC 9(04).
               05  WRK-DSI-BRUTO-ANT  PIC 9(09)V99.
               05  WRK-DSI-BRUTO-SIM  PIC 9(09)V99.
               05  WRK-DSI-LIQ-ANT    PIC 9(09)V99.
               05  WRK-DSI-LIQ-SIM    PIC 9(09)V99.
       77  WRK-SIM-BRUTO-ANT         PIC 9(08)V99  VALUE ZEROS.
       77  WRK-SIM-LIQ-ANT           PIC 9(08)V99  VALUE ZEROS.
       77  WRK-SIM-DIFERENCA         PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SIM-SITUACAO          PIC X(08)     VALUE SPACES.
       77  WRK-SIM-ROTULO            PIC X(10)     VALUE SPACES.
       77  WRK-SIM-QTD-ANT           PIC 9(06)     VALUE ZEROS.
       77  WRK-SIM-QTD-ANT-ED        PIC ZZZ9.
       77  WRK-SIM-QTD-SIM-ED        PIC ZZZ9.
       77  WRK-SIM-TOT-BRUTO-ANT     PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SIM-TOT-BRUTO-SIM     PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SIM-TOT-LIQ-ANT       PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SIM-TOT-LIQ-SIM       PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SIM-BRUTO-ANT-ED      PIC ZZZ.ZZ9,99.
       77  WRK-SIM-BRUTO-SIM-ED      PIC ZZZ.ZZ9,99.
       77  WRK-SIM-LIQ-ANT-ED        PIC ZZZ.ZZ9,99.
       77  WRK-SIM-LIQ-SIM-ED        PIC ZZZ.ZZ9,99.
       77  WRK-SIM-DIFERENCA-ED      PIC -ZZZ.ZZ9,99.
       77  WRK-SIM-TOTAL1-ED         PIC Z.ZZZ.ZZ9,99.
       77  WRK-SIM-TOTAL2-ED         PIC Z.ZZZ.ZZ9,99.
       77  WRK-SIM-TOTAL3-ED         PIC Z.ZZZ.ZZ9,99.
       77  WRK-SIM-TOTAL4-ED         PIC Z.ZZZ.ZZ9,99.
       77  WRK-SIM-TOTAL-DIF-ED      PIC -Z.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           IF WRK-MODO-SIMULACAO
              PERFORM 0540-FINALIZAR-SIMULACAO
           ELSE
              PERFORM 0300-FINALIZAR
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           DISPLAY 'MODO DA RODADA (R=REAL / S=SIMULACAO) ..... : '.
           ACCEPT WRK-MODO-RODADA.
           IF WRK-MODO-RODADA = SPACES
              MOVE 'R' TO WRK-MODO-RODADA
           END-IF.
           IF NOT WRK-MODO-VALIDO
              DISPLAY 'MODO INVALIDO: ' WRK-MODO-RODADA
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-MODO-SIMULACAO
              CALL 'PROGCOBU3' USING 'SIMFOLHA  ' WRK-ACESSO-RODADA
           ELSE
              CALL 'PROGCOBU3' USING 'FOLHA     ' WRK-ACESSO-RODADA
           END-IF.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'RODADA DE FOLHA NAO AUTORIZADA. PROCESSAMENTO '
                      'RECUSADO.'
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-VIGENCIA.

           IF WRK-MODO-SIMULACAO
              PERFORM 0140-RECEBER-SIMULACAO
           ELSE
              CALL 'PROGCOBU5' USING WRK-DATA-ATUAL
                   WRK-SITUACAO-PERIODO
              IF WRK-PERIODO-FECHADO
                 DISPLAY 'PERIODO FISCAL DA DATA JA FECHADO PELO GL. '
                         'FOLHA RECUSADA (REABERTURA SO PELO '
                         'PROGCOB53).'
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              PERFORM 0115-VERIFICAR-PENDENCIAS
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'OPEN' FS-EMPLO
                WRK-ABEND.
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           PERFORM 0120-CARREGAR-HISTORICO.
           PERFORM 0128-CARREGAR-COMISSOES.
           PERFORM 0127-CARREGAR-VERBAS.
           PERFORM 0130-CARREGAR-TABELAS-DEDUCAO
               THRU 0130-SAIDA.
           PERFORM 0132-CARREGAR-ENCARGOS THRU 0132-SAIDA.

           OPEN INPUT DEPARTMENT-MASTER.
           CALL 'PROGCOBU1' USING 'DEPTMAST.DAT' 'OPEN' FS-DEPTO
              END-IF
           END-IF.

           OPEN I-O DISSIDIO-FILE.
           IF FS-DISSI = '35'
              MOVE 'S' TO WRK-DISSIDIO-AUSENTE
           ELSE
              CALL 'PROGCOBU1' USING 'DISSIDIO.DAT' 'OPEN' FS-DISSI
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           OPEN INPUT BENEFICIO-ADESAO-FILE.
           IF FS-BENEF = '35'
              MOVE 'S' TO WRK-BENEFICIOS-AUSENTES
           ELSE
              CALL 'PROGCOBU1' USING 'BENEFIC.DAT' 'OPEN' FS-BENEF
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              OPEN INPUT BENEFICIO-PLANO-FILE
              CALL 'PROGCOBU1' USING 'BENPLANO.DAT' 'OPEN' FS-BENPL
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              IF NOT WRK-MODO-SIMULACAO
                 OPEN EXTEND BENEFICIO-DESCONTO-FILE
                 IF NOT FS-BENDS-OK
                    OPEN OUTPUT BENEFICIO-DESCONTO-FILE
                 END-IF
                 CALL 'PROGCOBU1' USING 'BENDESC.DAT' 'OPEN' FS-BENDS
                      WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0950-ABORTAR-PROCESSAMENTO
                 END-IF
              END-IF
           END-IF.

           OPEN INPUT TIME-CARD-FILE.
           IF FS-APONT = '35'
              MOVE 'S' TO WRK-SEM-APONTAMENTO
              END-IF
           END-IF.

           OPEN INPUT SITE-PARM-FILE.
           IF FS-SITEP-OK
              READ SITE-PARM-FILE
              MOVE 'C' TO PARM-DECIMAL-CHAR
           END-IF.

           IF WRK-MODO-SIMULACAO
              PERFORM 0145-ABRIR-SIMULACAO
           ELSE
              PERFORM 0110-ABRIR-ARQUIVOS-FOLHA
           END-IF.

           MOVE LOW-VALUES TO EMP-CHAVE.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-EMPREGADOS
           END-START.
      *----------------------------------------------------------------*
      *          Arquivos gravados pela rodada real: relatorios,
      *          historico, FGTS, lancamentos contabeis e extratos
      *----------------------------------------------------------------*
       0110-ABRIR-ARQUIVOS-FOLHA.

           OPEN OUTPUT PAYROLL-REPORT.
           CALL 'PROGCOBU1' USING 'PAYROLL.REL' 'OPEN' FS-PAYRL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN EXTEND SALARY-HISTORY.
           IF NOT FS-SALHS-OK
              OPEN OUTPUT SALARY-HISTORY
           END-IF.
           CALL 'PROGCOBU1' USING 'SALHIST.DAT' 'OPEN' FS-SALHS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O FGTS-SALDO-FILE.
           IF FS-FGSAL = '35'
              OPEN OUTPUT FGTS-SALDO-FILE
              CLOSE FGTS-SALDO-FILE
              OPEN I-O FGTS-SALDO-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'FGTSSALD.DAT' 'OPEN' FS-FGSAL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN EXTEND FGTS-MOVIMENTO.
           IF NOT FS-FGMOV-OK
              OPEN OUTPUT FGTS-MOVIMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'FGTSMOV.DAT' 'OPEN' FS-FGMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN EXTEND GL-LANCAMENTOS.
           IF NOT FS-GLLAN-OK
              OPEN OUTPUT GL-LANCAMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT PAYROLL-VARIANCE-REPORT.
           CALL 'PROGCOBU1' USING 'PAYVAR.REL' 'OPEN' FS-PVARI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT PAYSLIP-REPORT.
           CALL 'PROGCOBU1' USING 'PAYSLIP.REL' 'OPEN' FS-PSLIP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO PVA-LINHA.
           STRING 'VARIACOES DA FOLHA CONTRA A ULTIMA RODADA - '
               WRK-DATA-ATUAL
               DELIMITED BY SIZE INTO PVA-LINHA
           END-STRING.
           PERFORM 0280-GRAVAR-LINHA-VARIACAO.

           OPEN EXTEND FOLHA-DEPTO-EXTRACT.
           IF NOT FS-FODEP-OK
              OPEN OUTPUT FOLHA-DEPTO-EXTRACT
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO PAY-LINHA.
           STRING 'ENCARGOS: VIGENCIA ' WRK-VIG-ENCARGOS
               ' INSS PATRONAL ' WRK-PCT-INSS-PATRONAL
               ' RAT ' WRK-PCT-RAT ' TERCEIROS ' WRK-PCT-TERCEIROS
               DELIMITED BY SIZE INTO PAY-LINHA
           END-STRING.
           WRITE PAY-LINHA.
           CALL 'PROGCOBU1' USING 'PAYROLL.REL' 'WRITE' FS-PAYRL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          A folha nao roda com alteracao salarial pendente de
      *          aprovacao (PENDALT.DAT com situacao 'P'): o valor
              MOVE HST-NOME      TO WRK-HIST-NOME(WRK-POS-HIST)
              MOVE HST-DATA      TO WRK-HIST-DATA(WRK-POS-HIST)
              MOVE HST-LIQUIDO   TO WRK-HIST-LIQUIDO(WRK-POS-HIST)
              MOVE HST-BRUTO     TO WRK-HIST-BRUTO(WRK-POS-HIST)
              MOVE 'N'           TO WRK-HIST-VISITADO(WRK-POS-HIST)
           ELSE
              IF HST-DATA >= WRK-HIST-DATA(WRK-POS-HIST)
                 MOVE HST-NOME    TO WRK-HIST-NOME(WRK-POS-HIST)
                 MOVE HST-DATA    TO WRK-HIST-DATA(WRK-POS-HIST)
                 MOVE HST-LIQUIDO TO WRK-HIST-LIQUIDO(WRK-POS-HIST)
                 MOVE HST-BRUTO   TO WRK-HIST-BRUTO(WRK-POS-HIST)
              END-IF
           END-IF.

           IF HST-DATA > WRK-DATA-ULTIMA-RODADA
              MOVE HST-DATA TO WRK-DATA-ULTIMA-RODADA
           END-IF.
      *----------------------------------------------------------------*
      *          Carregar o extrato de verbas de provisao do
      *          PROGCOB44 (quando houver), com a mesma disciplina de
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              IF WRK-TRL-DATA-RODADA NOT = WRK-DATA-ATUAL
                 AND WRK-MODO-SIMULACAO
                 DISPLAY 'VERBAS.DAT DE OUTRA DATA (GERADO EM '
                         WRK-TRL-DATA-RODADA '): VERBAS FORA DA '
                         'SIMULACAO.'
                 MOVE ZEROS TO WRK-QTD-VERBAS
              END-IF
              IF WRK-TRL-DATA-RODADA NOT = WRK-DATA-ATUAL
                 AND NOT WRK-MODO-SIMULACAO
                 DISPLAY 'VERBAS.DAT DE OUTRA DATA (GERADO EM '
                         WRK-TRL-DATA-RODADA '): O PROGCOB44 JA '
                         'BAIXOU AS PROVISOES E NAO REGERA O '
                      MOVE 'S' TO WRK-FIM-TABELA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-TABELA
                 AND INS-DATA-VIGENCIA <= WRK-DATA-VIGENCIA
                 IF INS-DATA-VIGENCIA NOT = WRK-VIG-INSS
                    MOVE INS-DATA-VIGENCIA TO WRK-VIG-INSS
                    MOVE ZEROS TO WRK-QTD-FAIXAS-INSS
                      MOVE 'S' TO WRK-FIM-TABELA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-TABELA
                 AND IRF-DATA-VIGENCIA <= WRK-DATA-VIGENCIA
                 IF IRF-DATA-VIGENCIA NOT = WRK-VIG-IRRF
                    MOVE IRF-DATA-VIGENCIA TO WRK-VIG-IRRF
                    MOVE ZEROS TO WRK-QTD-FAIXAS-IRRF
       0130-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Aliquotas de encargos patronais vigentes na data da
      *          rodada (TABENCAR.DAT); sem tabela ou sem vigencia
      *          ficam as aliquotas fixas de contingencia
      *----------------------------------------------------------------*
       0132-CARREGAR-ENCARGOS.

           OPEN INPUT TABELA-ENCARGOS-FILE.
           IF NOT FS-TBENC-OK
              DISPLAY 'TABENCAR.DAT INDISPONIVEL: ENCARGOS PELAS '
                      'ALIQUOTAS FIXAS DE CONTINGENCIA.'
              GO TO 0132-SAIDA
           END-IF.

           MOVE 'N'   TO WRK-FIM-TABELA.
           MOVE ZEROS TO ENC-DATA-VIGENCIA.
           START TABELA-ENCARGOS-FILE
               KEY IS NOT LESS THAN ENC-DATA-VIGENCIA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TABELA
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-TABELA
              READ TABELA-ENCARGOS-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-TABELA
              END-READ
              IF NOT WRK-NAO-HA-MAIS-TABELA
                 AND ENC-DATA-VIGENCIA <= WRK-DATA-VIGENCIA
                 MOVE ENC-DATA-VIGENCIA     TO WRK-VIG-ENCARGOS
                 MOVE ENC-PCT-INSS-PATRONAL TO WRK-PCT-INSS-PATRONAL
                 MOVE ENC-PCT-RAT           TO WRK-PCT-RAT
                 MOVE ENC-PCT-TERCEIROS     TO WRK-PCT-TERCEIROS
              END-IF
           END-PERFORM.

           CLOSE TABELA-ENCARGOS-FILE.

           IF WRK-VIG-ENCARGOS = ZEROS
              DISPLAY 'SEM ALIQUOTA DE ENCARGOS VIGENTE NA DATA: '
                      'ALIQUOTAS FIXAS DE CONTINGENCIA.'
           END-IF.

       0132-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Parametros da simulacao: vigencia alternativa das
      *          tabelas, reajustes por departamento e admissao
      *          hipotetica
      *----------------------------------------------------------------*
       0140-RECEBER-SIMULACAO.

           DISPLAY 'VIGENCIA DAS TABELAS (AAAAMMDD, ZEROS = HOJE) : '.
           ACCEPT WRK-DATA-VIGENCIA.
           IF WRK-DATA-VIGENCIA NOT NUMERIC
              DISPLAY 'VIGENCIA INVALIDA.'
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           IF WRK-DATA-VIGENCIA = ZEROS
              MOVE WRK-DATA-ATUAL TO WRK-DATA-VIGENCIA
           END-IF.

           MOVE ZEROS TO WRK-QTD-REAJUSTES.
           MOVE 'N'   TO WRK-FIM-PARAMETROS.
           PERFORM UNTIL WRK-NAO-HA-MAIS-PARAMETROS
              DISPLAY 'DEPARTAMENTO A REAJUSTAR (TODOS = TODOS; '
                      'BRANCOS = FIM) : '
              MOVE SPACES TO WRK-DEPTO-INFORMADO
              ACCEPT WRK-DEPTO-INFORMADO
              IF WRK-DEPTO-INFORMADO = SPACES
                 MOVE 'S' TO WRK-FIM-PARAMETROS
              ELSE
                 DISPLAY '          PERCENTUAL DE REAJUSTE (999,99) : '
                 ACCEPT WRK-PCT-INFORMADO
                 IF WRK-PCT-INFORMADO NOT NUMERIC
                    OR WRK-PCT-INFORMADO = ZEROS
                    DISPLAY 'PERCENTUAL INVALIDO.'
                    PERFORM 0950-ABORTAR-PROCESSAMENTO
                 END-IF
                 ADD 1 TO WRK-QTD-REAJUSTES
                 MOVE WRK-DEPTO-INFORMADO
                   TO WRK-REAJ-DEPARTAMENTO(WRK-QTD-REAJUSTES)
                 MOVE WRK-PCT-INFORMADO
                   TO WRK-REAJ-PCT(WRK-QTD-REAJUSTES)
                 IF WRK-QTD-REAJUSTES >= WRK-MAX-REAJUSTES
                    MOVE 'S' TO WRK-FIM-PARAMETROS
                 END-IF
              END-IF
           END-PERFORM.

           DISPLAY 'SIMULAR UMA ADMISSAO (S/N) ................ : '.
           ACCEPT WRK-ADMISSAO-SIMULADA.
           IF WRK-HA-ADMISSAO-SIMULADA
              DISPLAY '          DEPARTAMENTO ................... : '
              ACCEPT WRK-ADM-DEPARTAMENTO
              DISPLAY '          NOME ........................... : '
              ACCEPT WRK-ADM-NOME
              DISPLAY '          SALARIO OU VALOR-HORA (999999,99) : '
              ACCEPT WRK-ADM-SALARIO
              DISPLAY '          TIPO (M=MENSALISTA / H=HORISTA) : '
              ACCEPT WRK-ADM-TIPO
              DISPLAY '          DEPENDENTES (99) ............... : '
              ACCEPT WRK-ADM-DEPENDENTES
              IF WRK-ADM-TIPO = SPACES
                 MOVE 'M' TO WRK-ADM-TIPO
              END-IF
              IF WRK-ADM-DEPARTAMENTO = SPACES
                 OR WRK-ADM-SALARIO NOT NUMERIC
                 OR WRK-ADM-SALARIO = ZEROS
                 OR NOT WRK-ADM-TIPO-VALIDO
                 OR WRK-ADM-DEPENDENTES NOT NUMERIC
                 DISPLAY 'ADMISSAO HIPOTETICA INVALIDA.'
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Abrir o comparativo da simulacao no lugar dos
      *          relatorios e arquivos da rodada real
      *----------------------------------------------------------------*
       0145-ABRIR-SIMULACAO.

           OPEN OUTPUT SIMULACAO-REPORT.
           CALL 'PROGCOBU1' USING 'SIMFOLHA.REL' 'OPEN' FS-SIMUL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO SIM-LINHA.
           STRING 'SIMULACAO DA FOLHA EM ' WRK-DATA-ATUAL
               ' - NENHUM ARQUIVO DA FOLHA FOI ATUALIZADO'
               DELIMITED BY SIZE INTO SIM-LINHA
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA-SIMULACAO.

           MOVE SPACES TO SIM-LINHA.
           STRING 'VIGENCIA DAS TABELAS: ' WRK-DATA-VIGENCIA
               '   ULTIMA RODADA REAL: ' WRK-DATA-ULTIMA-RODADA
               DELIMITED BY SIZE INTO SIM-LINHA
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA-SIMULACAO.

           PERFORM VARYING WRK-IDX-REAJUSTE FROM 1 BY 1
                   UNTIL WRK-IDX-REAJUSTE > WRK-QTD-REAJUSTES
              MOVE WRK-REAJ-PCT(WRK-IDX-REAJUSTE) TO WRK-PCT-ED
              MOVE SPACES TO SIM-LINHA
              STRING 'REAJUSTE SIMULADO: '
                  WRK-REAJ-DEPARTAMENTO(WRK-IDX-REAJUSTE) ' '
                  WRK-PCT-ED '%'
                  DELIMITED BY SIZE INTO SIM-LINHA
              END-STRING
              PERFORM 0590-GRAVAR-LINHA-SIMULACAO
           END-PERFORM.

           IF WRK-HA-ADMISSAO-SIMULADA
              MOVE WRK-ADM-SALARIO TO WRK-SIM-BRUTO-SIM-ED
              MOVE SPACES TO SIM-LINHA
              STRING 'ADMISSAO SIMULADA: ' WRK-ADM-DEPARTAMENTO ' '
                  WRK-ADM-NOME ' ' WRK-SIM-BRUTO-SIM-ED ' '
                  WRK-ADM-TIPO
                  DELIMITED BY SIZE INTO SIM-LINHA
              END-STRING
              PERFORM 0590-GRAVAR-LINHA-SIMULACAO
           END-IF.

           MOVE SPACES TO SIM-LINHA.
           PERFORM 0590-GRAVAR-LINHA-SIMULACAO.
           MOVE SPACES TO SIM-LINHA.
           STRING 'MATRIC NOME                 BRUTO ANT. '
               'BRUTO SIM.  LIQ. ANT.  LIQ. SIM.   DIF.BRUTO '
               'SITUACAO'
               DELIMITED BY SIZE INTO SIM-LINHA
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA-SIMULACAO.
      *----------------------------------------------------------------*
      *          Processar a folha, empregado a empregado
      *----------------------------------------------------------------*
       0200-PROCESSAR.
              IF NOT WRK-NAO-HA-MAIS-EMPREGADOS
                 AND NOT EMP-INATIVO
                 AND WRK-DEPTO-CADASTRADO
                 AND WRK-MODO-SIMULACAO
                 PERFORM 0505-APLICAR-REAJUSTE
                 PERFORM 0500-SIMULAR-EMPREGADO
              END-IF
              IF NOT WRK-NAO-HA-MAIS-EMPREGADOS
                 AND NOT EMP-INATIVO
                 AND WRK-DEPTO-CADASTRADO
                 AND NOT WRK-MODO-SIMULACAO
                 PERFORM 0210-VERIFICAR-QUEBRA-DEPTO
                 PERFORM 0218-CALCULAR-BRUTO
                 PERFORM 0220-CALCULAR-DEDUCOES
                 PERFORM 0230-IMPRIMIR-LINHA
                 PERFORM 0235-GRAVAR-CONTRACHEQUE
                 PERFORM 0240-GRAVAR-HISTORICO
                 PERFORM 0245-ACUMULAR-FGTS
                 PERFORM 0246-CALCULAR-ENCARGOS
                 ADD WRK-SALARIO-BRUTO TO WRK-SUBTOTAL-DEPTO
                 ADD WRK-SALARIO-BRUTO TO WRK-TOTAL-GERAL
                 ADD 1           TO WRK-QTD-EMPREGADOS
              END-IF
           END-PERFORM.

           IF WRK-MODO-SIMULACAO
              AND WRK-HA-ADMISSAO-SIMULADA
              PERFORM 0510-SIMULAR-ADMISSAO
           END-IF.
      *----------------------------------------------------------------*
      *          Recusar da folha o empregado cujo departamento nao
      *          esta no DEPARTMENT-MASTER, apontando no PAYVAR.REL
                 PERFORM 0215-IMPRIMIR-SUBTOTAL-DEPTO
              END-IF
              MOVE ZEROS           TO WRK-SUBTOTAL-DEPTO
                                      WRK-SUBTOTAL-ENCARGOS
                                      WRK-SUBTOTAL-FGTS
              MOVE EMP-DEPARTAMENTO TO WRK-DEPTO-ANTERIOR
              MOVE DEP-CENTRO-CUSTO TO WRK-CENTRO-CUSTO-ANT
           END-IF.
           MOVE WRK-CENTRO-CUSTO-ANT TO FDP-CENTRO-CUSTO.
           MOVE WRK-DEPTO-ANTERIOR  TO FDP-DEPARTAMENTO.
           MOVE WRK-SUBTOTAL-DEPTO  TO FDP-TOTAL.
           MOVE WRK-SUBTOTAL-ENCARGOS TO FDP-ENCARGOS.
           MOVE WRK-SUBTOTAL-FGTS   TO FDP-FGTS.
           WRITE FOLHA-DEPTO-REG.
           CALL 'PROGCOBU1' USING 'FOLHADEP.DAT' 'WRITE' FS-FODEP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-SUBTOTAL-ENCARGOS TO WRK-ENCARGOS-ED.
           MOVE WRK-ENCARGOS-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-ENCARGOS-ED.
           MOVE SPACES TO PAY-LINHA.
           STRING '   ENCARGOS PATRONAIS CC ' WRK-CENTRO-CUSTO-ANT
               ' .... : ' WRK-ENCARGOS-ED
               DELIMITED BY SIZE INTO PAY-LINHA
           END-STRING.
           WRITE PAY-LINHA.
           CALL 'PROGCOBU1' USING 'PAYROLL.REL' 'WRITE' FS-PAYRL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-SUBTOTAL-ENCARGOS > ZEROS
              MOVE WRK-DATA-ATUAL        TO LAN-DATA
              MOVE 'ENCARG'              TO LAN-ORIGEM
              MOVE WRK-CENTRO-CUSTO-ANT  TO LAN-CENTRO-CUSTO
              MOVE WRK-SUBTOTAL-ENCARGOS TO LAN-VALOR
              MOVE 'PROGCOB04'           TO LAN-PROGRAMA
              WRITE GL-LANCAMENTO-REG
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Apurar o salario bruto do periodo conforme o tipo
      *          de pagamento: horista pelo apontamento de horas,
                   WRK-SALARIO-BRUTO - WRK-VL-INSS - WRK-VL-IRRF.

           PERFORM 0227-PROCESSAR-DECIMO.
           PERFORM 0228-PAGAR-DISSIDIO THRU 0228-SAIDA.
           PERFORM 0229-DESCONTAR-BENEFICIOS THRU 0229-SAIDA.
           PERFORM 0226-DESCONTAR-EMPRESTIMO THRU 0226-SAIDA.

           MOVE WRK-SALARIO-BRUTO   TO WRK-SALARIO-ED.
              END-IF
              COMPUTE WRK-LIQ-DECIMO =
                      WRK-VERBA-DECIMO - WRK-VL-INSS - WRK-VL-IRRF
              MOVE WRK-VL-INSS        TO WRK-INSS-DECIMO
              MOVE WRK-VL-IRRF        TO WRK-IRRF-DECIMO
              MOVE WRK-BRUTO-GUARDADO TO WRK-SALARIO-BRUTO
              MOVE WRK-INSS-GUARDADO  TO WRK-VL-INSS
              MOVE WRK-IRRF-GUARDADO  TO WRK-VL-IRRF
              ADD WRK-LIQ-DECIMO TO WRK-SALARIO-LIQUIDO
           ELSE
              MOVE ZEROS TO WRK-LIQ-DECIMO WRK-INSS-DECIMO
                            WRK-IRRF-DECIMO
           END-IF.
      *----------------------------------------------------------------*
      *          Diferencas de dissidio liberadas pelo RH: o bruto
      *          soma ao periodo (base de FGTS e encargos) e o INSS
      *          e o IRRF, recalculados por competencia no PROGCOB94,
      *          somam as retencoes; cada diferenca fica paga
      *----------------------------------------------------------------*
       0228-PAGAR-DISSIDIO.

           MOVE ZEROS TO WRK-DISSIDIO-BRUTO WRK-DISSIDIO-INSS
                         WRK-DISSIDIO-IRRF.

           IF WRK-SEM-DISSIDIO
              GO TO 0228-SAIDA
           END-IF.

           MOVE EMP-MATRICULA TO DIS-MATRICULA.
           MOVE ZEROS         TO DIS-COMPETENCIA.
           MOVE 'N'           TO WRK-FIM-DISSIDIO.
           START DISSIDIO-FILE
               KEY IS NOT LESS THAN DIS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DISSIDIO
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-DISSIDIO
              READ DISSIDIO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-DISSIDIO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-DISSIDIO
                 AND DIS-MATRICULA NOT = EMP-MATRICULA
                 MOVE 'S' TO WRK-FIM-DISSIDIO
              END-IF
              IF NOT WRK-NAO-HA-MAIS-DISSIDIO
                 AND DIS-LIBERADA
                 ADD DIS-DIFERENCA TO WRK-DISSIDIO-BRUTO
                 ADD DIS-INSS      TO WRK-DISSIDIO-INSS
                 ADD DIS-IRRF      TO WRK-DISSIDIO-IRRF
                 MOVE 'P'            TO DIS-SITUACAO
                 MOVE WRK-DATA-ATUAL TO DIS-DATA-PAGAMENTO
                 IF NOT WRK-MODO-SIMULACAO
                    REWRITE DISSIDIO-REG
                    CALL 'PROGCOBU1' USING 'DISSIDIO.DAT' 'REWRITE'
                         FS-DISSI WRK-ABEND
                    IF WRK-DEVE-ABORTAR
                       PERFORM 0950-ABORTAR-PROCESSAMENTO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-DISSIDIO-BRUTO = ZEROS
              GO TO 0228-SAIDA
           END-IF.

           ADD WRK-DISSIDIO-BRUTO TO WRK-SALARIO-BRUTO.
           ADD WRK-DISSIDIO-INSS  TO WRK-VL-INSS.
           ADD WRK-DISSIDIO-IRRF  TO WRK-VL-IRRF.
           COMPUTE WRK-SALARIO-LIQUIDO = WRK-SALARIO-LIQUIDO
                   + WRK-DISSIDIO-BRUTO - WRK-DISSIDIO-INSS
                   - WRK-DISSIDIO-IRRF.
           ADD WRK-DISSIDIO-BRUTO TO WRK-TOTAL-DISSIDIO.

       0228-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Beneficios com adesao vigente na data da rodada:
      *          cada adesao do empregado e descontada do liquido
      *          pelo 0225 e gravada no BENDESC.DAT
      *----------------------------------------------------------------*
       0229-DESCONTAR-BENEFICIOS.

           MOVE ZEROS TO WRK-DESCONTO-VT WRK-DESCONTO-VR
                         WRK-DESCONTO-PS.

           IF WRK-SEM-BENEFICIOS
              GO TO 0229-SAIDA
           END-IF.

           MOVE EMP-MATRICULA TO BEN-MATRICULA.
           MOVE SPACES        TO BEN-BENEFICIO.
           MOVE 'N'           TO WRK-FIM-BENEFICIO.
           START BENEFICIO-ADESAO-FILE
               KEY IS NOT LESS THAN BEN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-BENEFICIO
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-BENEFICIO
              READ BENEFICIO-ADESAO-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-BENEFICIO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-BENEFICIO
                 AND BEN-MATRICULA NOT = EMP-MATRICULA
                 MOVE 'S' TO WRK-FIM-BENEFICIO
              END-IF
              IF NOT WRK-NAO-HA-MAIS-BENEFICIO
                 AND BEN-DATA-INICIO <= WRK-DATA-ATUAL
                 AND (BEN-DATA-FIM = ZEROS
                      OR BEN-DATA-FIM >= WRK-DATA-ATUAL)
                 PERFORM 0225-APLICAR-BENEFICIO THRU 0225-SAIDA
              END-IF
           END-PERFORM.

       0229-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Custo da adesao: o informado (trajeto do VT) ou o
      *          do plano por vida coberta. Cota do empregado: o
      *          percentual do plano sobre o salario base no VT e
      *          sobre o custo no VR e no plano de saude, com teto
      *          no custo, no teto do plano e no liquido restante;
      *          a empresa arca com a diferenca
      *----------------------------------------------------------------*
       0225-APLICAR-BENEFICIO.

           MOVE BEN-PLANO TO PLN-CODIGO.
           READ BENEFICIO-PLANO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-BENPL-OK
              MOVE SPACES TO PVA-LINHA
              STRING EMP-MATRICULA ' ' EMP-NOME
                  ' PLANO ' BEN-PLANO ' NAO CADASTRADO: SEM DESCONTO'
                  DELIMITED BY SIZE INTO PVA-LINHA
              END-STRING
              PERFORM 0280-GRAVAR-LINHA-VARIACAO
              GO TO 0225-SAIDA
           END-IF.

           IF BEN-CUSTO-INFORMADO > ZEROS
              MOVE BEN-CUSTO-INFORMADO TO WRK-BEN-CUSTO
           ELSE
              COMPUTE WRK-BEN-CUSTO = PLN-CUSTO-TITULAR
                      + (BEN-DEPENDENTES * PLN-CUSTO-DEPENDENTE)
           END-IF.

           IF PLN-VALE-TRANSPORTE
              COMPUTE WRK-BEN-COTA ROUNDED =
                      EMP-SALARIO * PLN-PCT-EMPREGADO / 100
              IF EMP-HORISTA
                 COMPUTE WRK-BEN-COTA ROUNDED =
                         (WRK-SALARIO-BRUTO - WRK-DISSIDIO-BRUTO)
                         * PLN-PCT-EMPREGADO / 100
              END-IF
           ELSE
              COMPUTE WRK-BEN-COTA ROUNDED =
                      WRK-BEN-CUSTO * PLN-PCT-EMPREGADO / 100
              IF PLN-TETO-DESCONTO > ZEROS
                 AND WRK-BEN-COTA > PLN-TETO-DESCONTO
                 MOVE PLN-TETO-DESCONTO TO WRK-BEN-COTA
              END-IF
           END-IF.
           IF WRK-BEN-COTA > WRK-BEN-CUSTO
              MOVE WRK-BEN-CUSTO TO WRK-BEN-COTA
           END-IF.

           IF WRK-BEN-COTA > WRK-SALARIO-LIQUIDO
              MOVE WRK-SALARIO-LIQUIDO TO WRK-BEN-DESCONTO
              COMPUTE WRK-BEN-FALTA = WRK-BEN-COTA - WRK-BEN-DESCONTO
              MOVE WRK-BEN-FALTA TO WRK-BEN-FALTA-ED
              MOVE SPACES TO PVA-LINHA
              STRING EMP-MATRICULA ' ' EMP-NOME
                  ' DESCONTO ' BEN-BENEFICIO
                  ' NAO COUBE NO LIQUIDO: FALTA ' WRK-BEN-FALTA-ED
                  DELIMITED BY SIZE INTO PVA-LINHA
              END-STRING
              PERFORM 0280-GRAVAR-LINHA-VARIACAO
           ELSE
              MOVE WRK-BEN-COTA TO WRK-BEN-DESCONTO
           END-IF.
           SUBTRACT WRK-BEN-DESCONTO FROM WRK-SALARIO-LIQUIDO.
           ADD WRK-BEN-DESCONTO TO WRK-TOTAL-BENEFICIOS.

           EVALUATE TRUE
               WHEN PLN-VALE-TRANSPORTE
                    ADD WRK-BEN-DESCONTO TO WRK-DESCONTO-VT
               WHEN PLN-VALE-REFEICAO
                    ADD WRK-BEN-DESCONTO TO WRK-DESCONTO-VR
               WHEN OTHER
                    ADD WRK-BEN-DESCONTO TO WRK-DESCONTO-PS
           END-EVALUATE.

           MOVE WRK-DATA-ATUAL   TO BDS-DATA.
           MOVE PLN-FORNECEDOR   TO BDS-FORNECEDOR.
           MOVE PLN-CODIGO       TO BDS-PLANO.
           MOVE EMP-MATRICULA    TO BDS-MATRICULA.
           MOVE PLN-BENEFICIO    TO BDS-BENEFICIO.
           MOVE 1                TO BDS-VIDAS.
           IF PLN-PLANO-SAUDE
              ADD BEN-DEPENDENTES TO BDS-VIDAS
           END-IF.
           MOVE WRK-BEN-CUSTO    TO BDS-CUSTO.
           MOVE WRK-BEN-DESCONTO TO BDS-DESCONTO.
           COMPUTE BDS-EMPRESA = WRK-BEN-CUSTO - WRK-BEN-DESCONTO.
           IF NOT WRK-MODO-SIMULACAO
              WRITE BENEFICIO-DESCONTO-REG
              CALL 'PROGCOBU1' USING 'BENDESC.DAT' 'WRITE' FS-BENDS
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

       0225-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Descontar a parcela do emprestimo do liquido: a
      *          parcela devida soma o atrasado acumulado, com teto
           SUBTRACT WRK-DESCONTO-EMPRESTIMO
               FROM WRK-SALARIO-LIQUIDO.

           IF WRK-MODO-SIMULACAO
              GO TO 0226-SAIDA
           END-IF.

           REWRITE EMPRESTIMO-REG.
           CALL 'PROGCOBU1' USING 'EMPREST.DAT' 'REWRITE' FS-EMPRE
                WRK-ABEND.
              PERFORM 0236-GRAVAR-LINHA-CONTRACHEQUE
           END-IF.

           IF WRK-DISSIDIO-BRUTO > ZEROS
              MOVE WRK-DISSIDIO-BRUTO TO WRK-DISSIDIO-ED
              MOVE WRK-DISSIDIO-ED TO WRK-BUFFER-ED
              PERFORM 0900-FORMATAR-VALOR-SITE
              MOVE WRK-BUFFER-ED TO WRK-DISSIDIO-ED
              MOVE SPACES TO PSL-LINHA
              STRING 'DISSIDIO RETRO : ' WRK-DISSIDIO-ED
                  ' (INCLUIDO NO BRUTO)'
                  DELIMITED BY SIZE INTO PSL-LINHA
              END-STRING
              PERFORM 0236-GRAVAR-LINHA-CONTRACHEQUE
           END-IF.

           IF WRK-DESCONTO-VT > ZEROS
              MOVE WRK-DESCONTO-VT TO WRK-BENEFICIO-ED
              MOVE WRK-BENEFICIO-ED TO WRK-BUFFER-ED
              PERFORM 0900-FORMATAR-VALOR-SITE
              MOVE WRK-BUFFER-ED TO WRK-BENEFICIO-ED
              MOVE SPACES TO PSL-LINHA
              STRING 'VALE TRANSP.   : ' WRK-BENEFICIO-ED
                  DELIMITED BY SIZE INTO PSL-LINHA
              END-STRING
              PERFORM 0236-GRAVAR-LINHA-CONTRACHEQUE
           END-IF.

           IF WRK-DESCONTO-VR > ZEROS
              MOVE WRK-DESCONTO-VR TO WRK-BENEFICIO-ED
              MOVE WRK-BENEFICIO-ED TO WRK-BUFFER-ED
              PERFORM 0900-FORMATAR-VALOR-SITE
              MOVE WRK-BUFFER-ED TO WRK-BENEFICIO-ED
              MOVE SPACES TO PSL-LINHA
              STRING 'VALE REFEICAO  : ' WRK-BENEFICIO-ED
                  DELIMITED BY SIZE INTO PSL-LINHA
              END-STRING
              PERFORM 0236-GRAVAR-LINHA-CONTRACHEQUE
           END-IF.

           IF WRK-DESCONTO-PS > ZEROS
              MOVE WRK-DESCONTO-PS TO WRK-BENEFICIO-ED
              MOVE WRK-BENEFICIO-ED TO WRK-BUFFER-ED
              PERFORM 0900-FORMATAR-VALOR-SITE
              MOVE WRK-BUFFER-ED TO WRK-BENEFICIO-ED
              MOVE SPACES TO PSL-LINHA
              STRING 'PLANO SAUDE    : ' WRK-BENEFICIO-ED
                  DELIMITED BY SIZE INTO PSL-LINHA
              END-STRING
              PERFORM 0236-GRAVAR-LINHA-CONTRACHEQUE
           END-IF.

           IF WRK-DESCONTO-EMPRESTIMO > ZEROS
              OR (NOT WRK-SEM-EMPRESTIMOS
                  AND FS-EMPRE-OK AND EPR-SALDO > ZEROS)
           ELSE
              MOVE ZEROS          TO HST-DECIMO-LIQ
           END-IF.
           MOVE WRK-INSS-DECIMO   TO HST-DECIMO-INSS.
           MOVE WRK-IRRF-DECIMO   TO HST-DECIMO-IRRF.
           WRITE HISTORICO-SALARIO-REG.
           CALL 'PROGCOBU1' USING 'SALHIST.DAT' 'WRITE' FS-SALHS
                WRK-ABEND.
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Deposito de FGTS do empregador sobre o bruto do
      *          periodo mais o decimo: movimento no razao
      *          FGTSMOV.DAT e saldo acumulado no FGTSSALD.DAT
      *----------------------------------------------------------------*
       0245-ACUMULAR-FGTS.

           COMPUTE WRK-BASE-FGTS = WRK-SALARIO-BRUTO + WRK-VERBA-DECIMO.
           COMPUTE WRK-VL-FGTS ROUNDED = WRK-BASE-FGTS * WRK-PCT-FGTS.
           ADD WRK-VL-FGTS TO WRK-TOTAL-FGTS.

           MOVE EMP-MATRICULA  TO FGM-MATRICULA.
           MOVE WRK-DATA-ATUAL TO FGM-DATA.
           MOVE 'D'            TO FGM-TIPO.
           MOVE WRK-BASE-FGTS  TO FGM-BASE.
           MOVE WRK-VL-FGTS    TO FGM-VALOR.
           MOVE 'PROGCOB04'    TO FGM-PROGRAMA.
           WRITE FGTS-MOVTO-REG.
           CALL 'PROGCOBU1' USING 'FGTSMOV.DAT' 'WRITE' FS-FGMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE EMP-MATRICULA TO FGS-MATRICULA.
           READ FGTS-SALDO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-FGSAL-OK
              ADD WRK-VL-FGTS      TO FGS-SALDO
              MOVE EMP-NOME        TO FGS-NOME
              MOVE WRK-DATA-ATUAL  TO FGS-DATA-ULT-DEPOSITO
              REWRITE FGTS-SALDO-REG
              CALL 'PROGCOBU1' USING 'FGTSSALD.DAT' 'REWRITE'
                   FS-FGSAL WRK-ABEND
           ELSE
              MOVE EMP-MATRICULA   TO FGS-MATRICULA
              MOVE EMP-NOME        TO FGS-NOME
              MOVE WRK-VL-FGTS     TO FGS-SALDO
              MOVE WRK-DATA-ATUAL  TO FGS-DATA-ULT-DEPOSITO
              WRITE FGTS-SALDO-REG
              CALL 'PROGCOBU1' USING 'FGTSSALD.DAT' 'WRITE'
                   FS-FGSAL WRK-ABEND
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Encargos patronais do empregado (INSS patronal,
      *          RAT/SAT e terceiros) sobre a base do FGTS, somados
      *          ao subtotal do departamento junto com o FGTS
      *----------------------------------------------------------------*
       0246-CALCULAR-ENCARGOS.

           COMPUTE WRK-VL-ENCARGOS ROUNDED =
                   WRK-BASE-FGTS * (WRK-PCT-INSS-PATRONAL
                   + WRK-PCT-RAT + WRK-PCT-TERCEIROS) / 100.
           ADD WRK-VL-ENCARGOS TO WRK-SUBTOTAL-ENCARGOS
                                  WRK-TOTAL-ENCARGOS.
           ADD WRK-VL-FGTS     TO WRK-SUBTOTAL-FGTS.
      *----------------------------------------------------------------*
      *          Comparar o liquido da rodada com o da ultima rodada
      *          gravada no historico: variacao acima do limite,
      *          empregado novo ou sem historico anterior
      *----------------------------------------------------------------*
       0280-GRAVAR-LINHA-VARIACAO.

           IF WRK-MODO-SIMULACAO
              MOVE PVA-LINHA TO SIM-LINHA
              PERFORM 0590-GRAVAR-LINHA-SIMULACAO
           ELSE
              WRITE PVA-LINHA
              CALL 'PROGCOBU1' USING 'PAYVAR.REL' 'WRITE' FS-PVARI
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Apontar as matriculas que tinham historico e nao
           CLOSE EMPLOYEE-MASTER-FILE PAYROLL-REPORT SALARY-HISTORY
                 PAYROLL-TOTAL-EXTRACT PAYROLL-VARIANCE-REPORT
                 PAYSLIP-REPORT DEPARTMENT-MASTER
                 FOLHA-DEPTO-EXTRACT FGTS-SALDO-FILE FGTS-MOVIMENTO
                 GL-LANCAMENTOS.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'CLOSE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'FGTSSALD.DAT' 'CLOSE' FS-FGSAL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'FGTSMOV.DAT' 'CLOSE' FS-FGMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           IF NOT WRK-APONTAMENTO-AUSENTE
              CLOSE TIME-CARD-FILE
              CALL 'PROGCOBU1' USING 'APONTAM.DAT' 'CLOSE' FS-APONT
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           IF NOT WRK-SEM-DISSIDIO
              CLOSE DISSIDIO-FILE
              CALL 'PROGCOBU1' USING 'DISSIDIO.DAT' 'CLOSE' FS-DISSI
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           IF NOT WRK-SEM-BENEFICIOS
              CLOSE BENEFICIO-ADESAO-FILE BENEFICIO-PLANO-FILE
                    BENEFICIO-DESCONTO-FILE
              CALL 'PROGCOBU1' USING 'BENDESC.DAT' 'CLOSE' FS-BENDS
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'CLOSE' FS-EMPLO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
           DISPLAY '-------------------'.
           DISPLAY 'QUANTIDADE DE EMPREGADOS ' WRK-QTD-EMPREGADOS.
           DISPLAY 'RECUSADOS POR DEPTO      ' WRK-QTD-DEPTO-RECUSADOS.
           DISPLAY 'FGTS DEPOSITADO NO RAZAO ' WRK-TOTAL-FGTS.
           DISPLAY 'ENCARGOS PATRONAIS       ' WRK-TOTAL-ENCARGOS.
           DISPLAY 'DISSIDIO RETROATIVO PAGO ' WRK-TOTAL-DISSIDIO.
           DISPLAY 'BENEFICIOS DESCONTADOS   ' WRK-TOTAL-BENEFICIOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Simular o bruto a liquido do empregado e comparar
      *          com o que ele recebeu na ultima rodada real
      *----------------------------------------------------------------*
       0500-SIMULAR-EMPREGADO.

           PERFORM 0218-CALCULAR-BRUTO.
           PERFORM 0220-CALCULAR-DEDUCOES.
           PERFORM 0520-COMPARAR-EMPREGADO.
           ADD 1 TO WRK-QTD-EMPREGADOS.
      *----------------------------------------------------------------*
      *          Aplicar ao salario lido (so em memoria) o reajuste
      *          informado para o departamento ou para TODOS
      *----------------------------------------------------------------*
       0505-APLICAR-REAJUSTE.

           MOVE 'N' TO WRK-REAJUSTE-ACHADO.
           PERFORM VARYING WRK-IDX-REAJUSTE FROM 1 BY 1
                   UNTIL WRK-IDX-REAJUSTE > WRK-QTD-REAJUSTES
                      OR WRK-REAJUSTE-APLICADO
              IF WRK-REAJ-DEPARTAMENTO(WRK-IDX-REAJUSTE)
                    = EMP-DEPARTAMENTO
                 OR WRK-REAJ-DEPARTAMENTO(WRK-IDX-REAJUSTE) = 'TODOS'
                 COMPUTE EMP-SALARIO ROUNDED =
                         EMP-SALARIO *
                         (1 + WRK-REAJ-PCT(WRK-IDX-REAJUSTE) / 100)
                 MOVE 'S' TO WRK-REAJUSTE-ACHADO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Montar no registro de empregado a admissao
      *          hipotetica (matricula zerada) e simula-la
      *----------------------------------------------------------------*
       0510-SIMULAR-ADMISSAO.

           INITIALIZE EMPLOYEE-MASTER-REG.
           MOVE WRK-ADM-DEPARTAMENTO TO EMP-DEPARTAMENTO.
           MOVE WRK-ADM-NOME         TO EMP-NOME.
           MOVE WRK-ADM-SALARIO      TO EMP-SALARIO.
           MOVE WRK-ADM-TIPO         TO EMP-TIPO-PAGAMENTO.
           MOVE WRK-ADM-DEPENDENTES  TO EMP-DEPENDENTES.
           MOVE WRK-DATA-ATUAL       TO EMP-DATA-ADMISSAO.
           MOVE 'A'                  TO EMP-SITUACAO.

           PERFORM 0205-VALIDAR-DEPARTAMENTO.
           IF WRK-DEPTO-CADASTRADO
              PERFORM 0500-SIMULAR-EMPREGADO
           END-IF.
      *----------------------------------------------------------------*
      *          Linha do empregado no comparativo: o anterior so
      *          vale se ele entrou na ultima rodada real
      *----------------------------------------------------------------*
       0520-COMPARAR-EMPREGADO.

           MOVE ZEROS  TO WRK-SIM-BRUTO-ANT WRK-SIM-LIQ-ANT.
           MOVE SPACES TO WRK-SIM-SITUACAO.
           MOVE ZEROS  TO WRK-POS-HIST.
           PERFORM VARYING WRK-IDX-HIST FROM 1 BY 1
                   UNTIL WRK-IDX-HIST > WRK-QTD-HIST
                      OR WRK-POS-HIST > ZEROS
              IF WRK-HIST-MATRICULA(WRK-IDX-HIST) = EMP-MATRICULA
                 AND WRK-HIST-DATA(WRK-IDX-HIST)
                       = WRK-DATA-ULTIMA-RODADA
                 MOVE WRK-IDX-HIST TO WRK-POS-HIST
              END-IF
           END-PERFORM.

           IF EMP-MATRICULA = ZEROS
              MOVE 'ADMISSAO' TO WRK-SIM-SITUACAO
           ELSE
              IF WRK-POS-HIST = ZEROS
                 MOVE 'NOVO'  TO WRK-SIM-SITUACAO
              ELSE
                 MOVE WRK-HIST-BRUTO(WRK-POS-HIST)
                   TO WRK-SIM-BRUTO-ANT
                 MOVE WRK-HIST-LIQUIDO(WRK-POS-HIST)
                   TO WRK-SIM-LIQ-ANT
                 ADD 1 TO WRK-SIM-QTD-ANT
              END-IF
           END-IF.
           IF WRK-REAJUSTE-APLICADO
              AND EMP-MATRICULA NOT = ZEROS
              MOVE 'REAJUSTE' TO WRK-SIM-SITUACAO
           END-IF.

           COMPUTE WRK-SIM-DIFERENCA =
                   WRK-SALARIO-BRUTO - WRK-SIM-BRUTO-ANT.

           MOVE WRK-SIM-BRUTO-ANT   TO WRK-SIM-BRUTO-ANT-ED.
           MOVE WRK-SALARIO-BRUTO   TO WRK-SIM-BRUTO-SIM-ED.
           MOVE WRK-SIM-LIQ-ANT     TO WRK-SIM-LIQ-ANT-ED.
           MOVE WRK-SALARIO-LIQUIDO TO WRK-SIM-LIQ-SIM-ED.
           MOVE WRK-SIM-DIFERENCA   TO WRK-SIM-DIFERENCA-ED.
           MOVE SPACES TO SIM-LINHA.
           STRING EMP-MATRICULA ' ' EMP-NOME ' '
               WRK-SIM-BRUTO-ANT-ED ' ' WRK-SIM-BRUTO-SIM-ED ' '
               WRK-SIM-LIQ-ANT-ED ' ' WRK-SIM-LIQ-SIM-ED ' '
               WRK-SIM-DIFERENCA-ED ' ' WRK-SIM-SITUACAO
               DELIMITED BY SIZE INTO SIM-LINHA
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA-SIMULACAO.

           ADD WRK-SIM-BRUTO-ANT   TO WRK-SIM-TOT-BRUTO-ANT.
           ADD WRK-SALARIO-BRUTO   TO WRK-SIM-TOT-BRUTO-SIM.
           ADD WRK-SIM-LIQ-ANT     TO WRK-SIM-TOT-LIQ-ANT.
           ADD WRK-SALARIO-LIQUIDO TO WRK-SIM-TOT-LIQ-SIM.
           PERFORM 0530-ACUMULAR-DEPTO-SIM.
      *----------------------------------------------------------------*
      *          Acumular o anterior e o simulado no departamento
      *----------------------------------------------------------------*
       0530-ACUMULAR-DEPTO-SIM.

           MOVE ZEROS TO WRK-POS-DEPTO-SIM.
           PERFORM VARYING WRK-IDX-DEPTO-SIM FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO-SIM > WRK-QTD-DEPTOS-SIM
                      OR WRK-POS-DEPTO-SIM > ZEROS
              IF WRK-DSI-DEPARTAMENTO(WRK-IDX-DEPTO-SIM)
                    = EMP-DEPARTAMENTO
                 MOVE WRK-IDX-DEPTO-SIM TO WRK-POS-DEPTO-SIM
              END-IF
           END-PERFORM.

           IF WRK-POS-DEPTO-SIM = ZEROS
              IF WRK-QTD-DEPTOS-SIM >= WRK-MAX-DEPTOS-SIM
                 DISPLAY 'TABELA DE DEPARTAMENTOS DA SIMULACAO '
                         'ESGOTADA (' WRK-MAX-DEPTOS-SIM ').'
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-DEPTOS-SIM
              MOVE WRK-QTD-DEPTOS-SIM TO WRK-POS-DEPTO-SIM
              INITIALIZE WRK-DSI-ENTRADA(WRK-POS-DEPTO-SIM)
              MOVE EMP-DEPARTAMENTO
                TO WRK-DSI-DEPARTAMENTO(WRK-POS-DEPTO-SIM)
           END-IF.

           IF WRK-SIM-BRUTO-ANT > ZEROS
              ADD 1 TO WRK-DSI-QTD-ANT(WRK-POS-DEPTO-SIM)
           END-IF.
           ADD 1 TO WRK-DSI-QTD-SIM(WRK-POS-DEPTO-SIM).
           ADD WRK-SIM-BRUTO-ANT
               TO WRK-DSI-BRUTO-ANT(WRK-POS-DEPTO-SIM).
           ADD WRK-SALARIO-BRUTO
               TO WRK-DSI-BRUTO-SIM(WRK-POS-DEPTO-SIM).
           ADD WRK-SIM-LIQ-ANT
               TO WRK-DSI-LIQ-ANT(WRK-POS-DEPTO-SIM).
           ADD WRK-SALARIO-LIQUIDO
               TO WRK-DSI-LIQ-SIM(WRK-POS-DEPTO-SIM).
      *----------------------------------------------------------------*
      *          Fechar a simulacao: resumo por departamento, total
      *          geral e fechamento so do que foi aberto
      *----------------------------------------------------------------*
       0540-FINALIZAR-SIMULACAO.

           MOVE SPACES TO SIM-LINHA.
           PERFORM 0590-GRAVAR-LINHA-SIMULACAO.
           MOVE SPACES TO SIM-LINHA.
           STRING 'DEPTO       QANT  QSIM   BRUTO ANT.    BRUTO SIM.'
               '     LIQ. ANT.     LIQ. SIM.     DIF.BRUTO'
               DELIMITED BY SIZE INTO SIM-LINHA
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA-SIMULACAO.

           PERFORM VARYING WRK-IDX-DEPTO-SIM FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO-SIM > WRK-QTD-DEPTOS-SIM
              MOVE WRK-DSI-QTD-ANT(WRK-IDX-DEPTO-SIM)
                TO WRK-SIM-QTD-ANT-ED
              MOVE WRK-DSI-QTD-SIM(WRK-IDX-DEPTO-SIM)
                TO WRK-SIM-QTD-SIM-ED
              MOVE WRK-DSI-BRUTO-ANT(WRK-IDX-DEPTO-SIM)
                TO WRK-SIM-TOTAL1-ED
              MOVE WRK-DSI-BRUTO-SIM(WRK-IDX-DEPTO-SIM)
                TO WRK-SIM-TOTAL2-ED
              MOVE WRK-DSI-LIQ-ANT(WRK-IDX-DEPTO-SIM)
                TO WRK-SIM-TOTAL3-ED
              MOVE WRK-DSI-LIQ-SIM(WRK-IDX-DEPTO-SIM)
                TO WRK-SIM-TOTAL4-ED
              MOVE WRK-DSI-DEPARTAMENTO(WRK-IDX-DEPTO-SIM)
                TO WRK-SIM-ROTULO
              COMPUTE WRK-SIM-DIFERENCA =
                      WRK-DSI-BRUTO-SIM(WRK-IDX-DEPTO-SIM)
                    - WRK-DSI-BRUTO-ANT(WRK-IDX-DEPTO-SIM)
              PERFORM 0545-GRAVAR-TOTAL-SIMULACAO
           END-PERFORM.

           MOVE 'TOTAL'               TO WRK-SIM-ROTULO.
           MOVE WRK-SIM-QTD-ANT       TO WRK-SIM-QTD-ANT-ED.
           MOVE WRK-QTD-EMPREGADOS    TO WRK-SIM-QTD-SIM-ED.
           MOVE WRK-SIM-TOT-BRUTO-ANT TO WRK-SIM-TOTAL1-ED.
           MOVE WRK-SIM-TOT-BRUTO-SIM TO WRK-SIM-TOTAL2-ED.
           MOVE WRK-SIM-TOT-LIQ-ANT   TO WRK-SIM-TOTAL3-ED.
           MOVE WRK-SIM-TOT-LIQ-SIM   TO WRK-SIM-TOTAL4-ED.
           COMPUTE WRK-SIM-DIFERENCA =
                   WRK-SIM-TOT-BRUTO-SIM - WRK-SIM-TOT-BRUTO-ANT.
           MOVE SPACES TO SIM-LINHA.
           PERFORM 0590-GRAVAR-LINHA-SIMULACAO.
           PERFORM 0545-GRAVAR-TOTAL-SIMULACAO.

           CLOSE EMPLOYEE-MASTER-FILE DEPARTMENT-MASTER
                 SIMULACAO-REPORT.
           CALL 'PROGCOBU1' USING 'SIMFOLHA.REL' 'CLOSE' FS-SIMUL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           IF NOT WRK-APONTAMENTO-AUSENTE
              CLOSE TIME-CARD-FILE
           END-IF.
           IF NOT WRK-SEM-EMPRESTIMOS
              CLOSE EMPRESTIMO-FILE
           END-IF.
           IF NOT WRK-SEM-DISSIDIO
              CLOSE DISSIDIO-FILE
           END-IF.
           IF NOT WRK-SEM-BENEFICIOS
              CLOSE BENEFICIO-ADESAO-FILE BENEFICIO-PLANO-FILE
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'SIMULACAO DA FOLHA (NADA FOI GRAVADO)'.
           DISPLAY 'EMPREGADOS SIMULADOS     ' WRK-QTD-EMPREGADOS.
           DISPLAY 'NA ULTIMA RODADA REAL    ' WRK-SIM-QTD-ANT.
           DISPLAY 'RECUSADOS POR DEPTO      ' WRK-QTD-DEPTO-RECUSADOS.
           DISPLAY 'COMPARATIVO EM SIMFOLHA.REL'.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Linha de departamento (ou do total geral) do
      *          comparativo da simulacao
      *----------------------------------------------------------------*
       0545-GRAVAR-TOTAL-SIMULACAO.

           MOVE WRK-SIM-DIFERENCA TO WRK-SIM-TOTAL-DIF-ED.
           MOVE SPACES TO SIM-LINHA.
           STRING WRK-SIM-ROTULO ' ' WRK-SIM-QTD-ANT-ED '  '
               WRK-SIM-QTD-SIM-ED ' '
               WRK-SIM-TOTAL1-ED '  ' WRK-SIM-TOTAL2-ED '  '
               WRK-SIM-TOTAL3-ED '  ' WRK-SIM-TOTAL4-ED ' '
               WRK-SIM-TOTAL-DIF-ED
               DELIMITED BY SIZE INTO SIM-LINHA
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA-SIMULACAO.
      *----------------------------------------------------------------*
      *          Gravar uma linha do comparativo da simulacao
      *----------------------------------------------------------------*
       0590-GRAVAR-LINHA-SIMULACAO.

           WRITE SIM-LINHA.
           CALL 'PROGCOBU1' USING 'SIMFOLHA.REL' 'WRITE' FS-SIMUL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Ajustar um valor editado para o padrao decimal do
      *          site (virgula ou ponto), sem recompilar o programa
      *----------------------------------------------------------------*
