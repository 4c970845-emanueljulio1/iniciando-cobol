      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB84
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Cobranca bancaria das faturas do contas a receber.
      * Modo E (emissao): para cada fatura aberta ou parcial do
      * ARLEDGER.DAT ainda sem boleto registrado, emite um boleto no
      * BOLETOS.DAT (nosso numero = CRE-CHAVE) com o saldo da fatura
      * e vencimento em CRE-DATA-PROMETIDA, grava o registro na
      * remessa ao banco (REMBOL.DAT, com trailer EXTTRAIL) e, para
      * o cliente marcado com CLI-BOLETO-PAPEL, imprime o boleto no
      * BOLIMPR.REL. Modo R (retorno): le o retorno diario do banco
      * (BOLRET.DAT) e aplica cada liquidacao no razao como o
      * PROGCOB33 aplica o CLIPAGTO.DAT - o valor recebido menos os
      * juros abate o saldo, com pagamento parcial -, acumula juros e
      * tarifa no boleto e lanca no GLLANCTO.DAT os juros recebidos
      * (JURREC) e as tarifas do banco (TARBCO). Liquidacao que nao
      * casa com boleto ou fatura vai ao PAGTOREJ.DAT, acrescentada
      * as rejeicoes do PROGCOB33 do dia (roda depois dele). O
      * CLIPAGTO.DAT fica para cheques e excecoes.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS Cada liquidacao aplicada no razao e acrescentada
      *                ao ARMOVTO.DAT (movimento do razao) para o
      *                extrato mensal do PROGCOB85.
      * 15.10.2026 EAS Liquidacao de fatura baixada por perda (situacao
      *                'B', PROGCOB87) nao abate o razao: o principal
      *                vira recuperacao de credito (ARMOVTO tipo 'R' e
      *                GLLANCTO com a origem RECPDD).
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB84.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER
               ASSIGN TO 'ARLEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRE-CHAVE
               FILE STATUS IS FS-RECEB.

           SELECT BOLETOS-FILE
               ASSIGN TO 'BOLETOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOL-NOSSO-NUMERO
               FILE STATUS IS FS-BOLET.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT REMESSA-FILE
               ASSIGN TO 'REMBOL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REMBO.

           SELECT RETORNO-FILE
               ASSIGN TO 'BOLRET.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BOLRT.

           SELECT PAGAMENTOS-REJECT
               ASSIGN TO 'PAGTOREJ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PAREJ.

           SELECT AR-MOVIMENTOS
               ASSIGN TO 'ARMOVTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARMOV.

           SELECT GL-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT SITE-PARM-FILE
               ASSIGN TO 'SITE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SITEP.

           SELECT BOLETO-IMPRESSO
               ASSIGN TO 'BOLIMPR.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPRE.

           SELECT COBRANCA-REPORT
               ASSIGN TO 'BOLETOS.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  CONTAS-RECEBER.
       COPY CTARECEB.

       FD  BOLETOS-FILE.
       COPY BOLETREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  REMESSA-FILE.
       COPY REMBOREG.
       COPY EXTTRAIL REPLACING ==:TRL:== BY ==RMB==.

       FD  RETORNO-FILE.
       COPY BOLRTREG.

       FD  PAGAMENTOS-REJECT.
       COPY PAGREJ.

       FD  AR-MOVIMENTOS.
       COPY ARMOVREG.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  SITE-PARM-FILE.
       COPY SITEPARM.

       FD  BOLETO-IMPRESSO.
       01  IMP-LINHA                  PIC X(80).

       FD  COBRANCA-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECEB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BOLET==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==REMBO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==BOLRT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PAREJ==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ARMOV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==IMPRE==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-BUFFER-ED            PIC X(20)     VALUE SPACES.
       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-MODO                 PIC X(01)     VALUE 'E'.
           88  WRK-MODO-EMISSAO                    VALUE 'E'.
           88  WRK-MODO-RETORNO                    VALUE 'R'.
       77  WRK-DATA-RODADA          PIC 9(08)     VALUE ZEROS.
       77  WRK-DECIMAL-CHAR         PIC X(01)     VALUE 'C'.
       77  WRK-TAXA-MES             PIC 9(02)V99  VALUE ZEROS.
       77  WRK-TAXA-MES-ED          PIC Z9,99.
       77  WRK-PRIMEIRO-PARM        PIC X(01)     VALUE 'S'.
       77  WRK-FIM-PARMS            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PARMS               VALUE 'S'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-BOLETO-EXISTE        PIC X(01)     VALUE 'N'.
           88  WRK-BOLETO-CADASTRADO               VALUE 'S'.
       77  WRK-MOTIVO               PIC X(15)     VALUE SPACES.
       77  WRK-ROTULO               PIC X(11)     VALUE SPACES.
       77  WRK-SALDO-FATURA         PIC 9(08)V99  VALUE ZEROS.
       77  WRK-VALOR-PRINCIPAL      PIC 9(08)V99  VALUE ZEROS.
       77  WRK-VALOR-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-JUROS-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       77  WRK-QTD-EMITIDOS         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-JA-EMITIDOS      PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-PAPEL            PIC 9(06)     VALUE ZEROS.
       77  WRK-TOTAL-EMITIDO        PIC 9(13)V99  VALUE ZEROS.
       77  WRK-QTD-OCORRENCIAS      PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-CONFIRMADOS      PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-RECUSADOS        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-BAIXADOS         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-DESCONHECIDAS    PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-LIQUIDADOS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-PARCIAIS         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-REJEITADOS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-RECUPERADOS      PIC 9(06)     VALUE ZEROS.
       77  WRK-TOTAL-PRINCIPAL      PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-RECUPERADO     PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-JUROS          PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-TARIFAS        PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADO      PIC 9(11)V99  VALUE ZEROS.

       01  WRK-CAB-EMISSAO.
           03  FILLER               PIC X(14) VALUE 'NOSSO NUMERO'.
           03  FILLER               PIC X(22) VALUE 'SACADO'.
           03  FILLER               PIC X(11) VALUE 'VENCIMENTO'.
           03  FILLER               PIC X(16) VALUE '        VALOR'.
           03  FILLER               PIC X(05) VALUE 'PAPEL'.
       01  WRK-TRACO-BOLETO.
           03  FILLER               PIC X(01) VALUE '+'.
           03  FILLER               PIC X(68) VALUE ALL '-'.
           03  FILLER               PIC X(01) VALUE '+'.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-MODO-EMISSAO
              PERFORM 0200-EMITIR-BOLETOS
           ELSE
              PERFORM 0400-PROCESSAR-RETORNO
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *                   Inicializar os Dados
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.
           CALL 'PROGCOBU3' USING 'BOLETOS   ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'COBRANCA BANCARIA NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY 'MODO (E=EMISSAO / R=RETORNO) : '.
           ACCEPT WRK-MODO.
           IF NOT WRK-MODO-EMISSAO AND NOT WRK-MODO-RETORNO
              DISPLAY 'MODO INVALIDO: ' WRK-MODO
                      '. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0110-LER-PARAMETROS.

           OPEN OUTPUT COBRANCA-REPORT.
           CALL 'PROGCOBU1' USING 'BOLETOS.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-MODO-EMISSAO
              OPEN INPUT CONTAS-RECEBER
           ELSE
              OPEN I-O CONTAS-RECEBER
           END-IF.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'OPEN' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O BOLETOS-FILE.
           IF FS-BOLET = '35'
              OPEN OUTPUT BOLETOS-FILE
              CLOSE BOLETOS-FILE
              OPEN I-O BOLETOS-FILE
           END-IF.
           CALL 'PROGCOBU1' USING 'BOLETOS.DAT' 'OPEN' FS-BOLET
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-MODO-EMISSAO
              OPEN INPUT CUSTOMER-MASTER
              CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              OPEN OUTPUT REMESSA-FILE
              CALL 'PROGCOBU1' USING 'REMBOL.DAT' 'OPEN' FS-REMBO
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              OPEN OUTPUT BOLETO-IMPRESSO
              CALL 'PROGCOBU1' USING 'BOLIMPR.REL' 'OPEN' FS-IMPRE
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           ELSE
              OPEN INPUT RETORNO-FILE
              CALL 'PROGCOBU1' USING 'BOLRET.DAT' 'OPEN' FS-BOLRT
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              OPEN EXTEND PAGAMENTOS-REJECT
              IF NOT FS-PAREJ-OK
                 OPEN OUTPUT PAGAMENTOS-REJECT
              END-IF
              CALL 'PROGCOBU1' USING 'PAGTOREJ.DAT' 'OPEN' FS-PAREJ
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              OPEN EXTEND AR-MOVIMENTOS
              IF NOT FS-ARMOV-OK
                 OPEN OUTPUT AR-MOVIMENTOS
              END-IF
              CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'OPEN' FS-ARMOV
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Padrao decimal do site (primeiro registro) e taxa
      *          de juros de mora (registro tipo J) do SITE.PARM
      *----------------------------------------------------------------*
       0110-LER-PARAMETROS.

           OPEN INPUT SITE-PARM-FILE.
           IF NOT FS-SITEP-OK
              DISPLAY 'SITE.PARM INDISPONIVEL: BOLETOS SAEM SEM '
                      'JUROS DE MORA.'
           ELSE
              PERFORM UNTIL WRK-NAO-HA-MAIS-PARMS
                 READ SITE-PARM-FILE
                     AT END
                         MOVE 'S' TO WRK-FIM-PARMS
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-PARMS
                    IF WRK-PRIMEIRO-PARM = 'S'
                       MOVE PARM-DECIMAL-CHAR TO WRK-DECIMAL-CHAR
                       MOVE 'N' TO WRK-PRIMEIRO-PARM
                    END-IF
                    IF SITE-PARM-JUROS-REG(1:1) = 'J'
                       MOVE PARM-JUR-TAXA-MES TO WRK-TAXA-MES
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SITE-PARM-FILE
           END-IF.

           MOVE WRK-DECIMAL-CHAR TO PARM-DECIMAL-CHAR.
      *----------------------------------------------------------------*
      *          Emissao: um boleto por fatura aberta ou parcial do
      *          razao que ainda nao tenha boleto registrado no banco
      *----------------------------------------------------------------*
       0200-EMITIR-BOLETOS.

           MOVE 'EMISSAO DE BOLETOS - REMESSA AO BANCO' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           WRITE REL-LINHA FROM WRK-CAB-EMISSAO.
           PERFORM 0805-VERIFICAR-GRAVACAO.

           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO CRE-CLIENTE CRE-NUMERO.
           START CONTAS-RECEBER
               KEY IS NOT LESS THAN CRE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ CONTAS-RECEBER NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND (CRE-ABERTA OR CRE-PARCIAL)
                 PERFORM 0210-EMITIR-UM-BOLETO THRU 0210-SAIDA
              END-IF
           END-PERFORM.

           MOVE 'TRL'             TO RMB-TRL-MARCA.
           MOVE WRK-QTD-EMITIDOS  TO RMB-TRL-QT-REGISTROS.
           MOVE WRK-TOTAL-EMITIDO TO RMB-TRL-HASH-TOTAL.
           MOVE WRK-DATA-RODADA   TO RMB-TRL-DATA-RODADA.
           WRITE RMB-TRAILER-REG.
           CALL 'PROGCOBU1' USING 'REMBOL.DAT' 'WRITE' FS-REMBO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-TOTAL-EMITIDO TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'REMESSA: ' WRK-QTD-EMITIDOS
                  ' BOLETOS, TOTAL ' WRK-TOTAL-ED
                  ' (IMPRESSOS: ' WRK-QTD-PAPEL ')'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0210-EMITIR-UM-BOLETO.

           COMPUTE WRK-SALDO-FATURA =
                   CRE-VALOR-FATURA - CRE-VALOR-PAGO.
           IF WRK-SALDO-FATURA = ZEROS
              GO TO 0210-SAIDA
           END-IF.

           MOVE CRE-CHAVE TO BOL-NOSSO-NUMERO.
           READ BOLETOS-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-BOLETO-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-BOLETO-EXISTE
           END-READ.
           IF WRK-BOLETO-CADASTRADO AND NOT BOL-RECUSADO
              ADD 1 TO WRK-QTD-JA-EMITIDOS
              GO TO 0210-SAIDA
           END-IF.

           MOVE CRE-CLIENTE TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO CLI-NOME
                   MOVE SPACES           TO CLI-UF
                   MOVE 'N'              TO CLI-BOLETO-PAPEL
           END-READ.

           MOVE CRE-CHAVE          TO BOL-NOSSO-NUMERO.
           MOVE WRK-DATA-RODADA    TO BOL-DATA-EMISSAO.
           MOVE CRE-DATA-PROMETIDA TO BOL-DATA-VENCIMENTO.
           MOVE WRK-SALDO-FATURA   TO BOL-VALOR.
           MOVE ZEROS              TO BOL-VALOR-PAGO BOL-JUROS
                                      BOL-TARIFA BOL-DATA-CREDITO.
           MOVE 'E'                TO BOL-SITUACAO.
           IF WRK-BOLETO-CADASTRADO
              REWRITE BOLETO-REG
              CALL 'PROGCOBU1' USING 'BOLETOS.DAT' 'REWRITE'
                   FS-BOLET WRK-ABEND
           ELSE
              WRITE BOLETO-REG
              CALL 'PROGCOBU1' USING 'BOLETOS.DAT' 'WRITE'
                   FS-BOLET WRK-ABEND
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE BOL-NOSSO-NUMERO    TO RMB-NOSSO-NUMERO.
           MOVE CLI-NOME            TO RMB-SACADO-NOME.
           MOVE CLI-UF              TO RMB-SACADO-UF.
           MOVE BOL-DATA-EMISSAO    TO RMB-DATA-EMISSAO.
           MOVE BOL-DATA-VENCIMENTO TO RMB-DATA-VENCIMENTO.
           MOVE BOL-VALOR           TO RMB-VALOR.
           MOVE WRK-TAXA-MES        TO RMB-JUROS-MES.
           WRITE REMESSA-BOLETO-REG.
           CALL 'PROGCOBU1' USING 'REMBOL.DAT' 'WRITE' FS-REMBO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1         TO WRK-QTD-EMITIDOS.
           ADD BOL-VALOR TO WRK-TOTAL-EMITIDO.

           MOVE BOL-VALOR TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING BOL-CLIENTE '-' BOL-NUMERO '  '
                  CLI-NOME '  '
                  BOL-DATA-VENCIMENTO '   '
                  WRK-VALOR-ED '   '
                  CLI-BOLETO-PAPEL
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF CLI-QUER-BOLETO-PAPEL
              PERFORM 0220-IMPRIMIR-BOLETO
           END-IF.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Boleto impresso para o cliente que recebe em papel
      *----------------------------------------------------------------*
       0220-IMPRIMIR-BOLETO.

           MOVE WRK-TRACO-BOLETO TO IMP-LINHA.
           PERFORM 0810-GRAVAR-LINHA-BOLETO.

           MOVE SPACES TO IMP-LINHA.
           STRING '| BOLETO DE COBRANCA              NOSSO NUMERO: '
                  BOL-CLIENTE '-' BOL-NUMERO
                  DELIMITED BY SIZE INTO IMP-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA-BOLETO.

           MOVE SPACES TO IMP-LINHA.
           STRING '| SACADO ......... : ' CLI-CODIGO ' '
                  CLI-NOME ' ' CLI-UF
                  DELIMITED BY SIZE INTO IMP-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA-BOLETO.

           MOVE SPACES TO IMP-LINHA.
           STRING '| FATURA ......... : ' BOL-NUMERO
                  '     EMISSAO ... : ' BOL-DATA-EMISSAO
                  DELIMITED BY SIZE INTO IMP-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA-BOLETO.

           MOVE SPACES TO IMP-LINHA.
           STRING '| VENCIMENTO ..... : ' BOL-DATA-VENCIMENTO
                  '   VALOR ..... : ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO IMP-LINHA
           END-STRING.
           PERFORM 0810-GRAVAR-LINHA-BOLETO.

           IF WRK-TAXA-MES > ZEROS
              MOVE WRK-TAXA-MES TO WRK-TAXA-MES-ED
              MOVE SPACES TO IMP-LINHA
              STRING '| APOS O VENCIMENTO COBRAR JUROS DE MORA DE '
                     WRK-TAXA-MES-ED '% AO MES'
                     DELIMITED BY SIZE INTO IMP-LINHA
              END-STRING
              PERFORM 0810-GRAVAR-LINHA-BOLETO
           END-IF.

           MOVE '| PAGAVEL EM QUALQUER BANCO ATE O VENCIMENTO'
             TO IMP-LINHA.
           PERFORM 0810-GRAVAR-LINHA-BOLETO.

           MOVE WRK-TRACO-BOLETO TO IMP-LINHA.
           PERFORM 0810-GRAVAR-LINHA-BOLETO.
           MOVE SPACES TO IMP-LINHA.
           PERFORM 0810-GRAVAR-LINHA-BOLETO.

           ADD 1 TO WRK-QTD-PAPEL.
      *----------------------------------------------------------------*
      *          Retorno do banco: cada ocorrencia do BOLRET.DAT
      *----------------------------------------------------------------*
       0400-PROCESSAR-RETORNO.

           MOVE 'RETORNO DA COBRANCA BANCARIA' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ RETORNO-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 CALL 'PROGCOBU1' USING 'BOLRET.DAT' 'READ' FS-BOLRT
                      WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0950-ABORTAR-PROCESSAMENTO
                 END-IF
                 PERFORM 0410-TRATAR-OCORRENCIA
              END-IF
           END-PERFORM.

           IF WRK-TOTAL-JUROS > ZEROS OR WRK-TOTAL-TARIFAS > ZEROS
              OR WRK-TOTAL-RECUPERADO > ZEROS
              PERFORM 0450-LANCAR-JUROS-TARIFAS
           END-IF.
           PERFORM 0460-IMPRIMIR-TOTAIS-RETORNO.
      *----------------------------------------------------------------*
       0410-TRATAR-OCORRENCIA.

           ADD 1          TO WRK-QTD-OCORRENCIAS.
           ADD BRB-TARIFA TO WRK-TOTAL-TARIFAS.

           EVALUATE TRUE
               WHEN BRB-LIQUIDACAO
                    PERFORM 0430-APLICAR-LIQUIDACAO THRU 0430-SAIDA
               WHEN BRB-ENTRADA-CONFIRMADA
                    ADD 1 TO WRK-QTD-CONFIRMADOS
               WHEN BRB-ENTRADA-RECUSADA
                    PERFORM 0420-MARCAR-RECUSADO
               WHEN BRB-BAIXA
                    ADD 1 TO WRK-QTD-BAIXADOS
                    MOVE SPACES TO REL-LINHA
                    STRING 'BAIXA      ' BRB-CLIENTE '-' BRB-NUMERO
                           ' ' BRB-DATA-CREDITO ' ' BRB-MOTIVO
                           DELIMITED BY SIZE INTO REL-LINHA
                    END-STRING
                    PERFORM 0800-GRAVAR-LINHA
               WHEN OTHER
                    ADD 1 TO WRK-QTD-DESCONHECIDAS
                    MOVE SPACES TO REL-LINHA
                    STRING 'OCORRENCIA ' BRB-OCORRENCIA
                           ' DESCONHECIDA ' BRB-CLIENTE '-'
                           BRB-NUMERO ' ' BRB-MOTIVO
                           DELIMITED BY SIZE INTO REL-LINHA
                    END-STRING
                    PERFORM 0800-GRAVAR-LINHA
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Entrada recusada pelo banco: o boleto volta para a
      *          proxima remessa
      *----------------------------------------------------------------*
       0420-MARCAR-RECUSADO.

           ADD 1 TO WRK-QTD-RECUSADOS.
           MOVE BRB-NOSSO-NUMERO TO BOL-NOSSO-NUMERO.
           READ BOLETOS-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-BOLETO-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-BOLETO-EXISTE
           END-READ.
           IF WRK-BOLETO-CADASTRADO AND BOL-EMITIDO
              MOVE 'X' TO BOL-SITUACAO
              REWRITE BOLETO-REG
              CALL 'PROGCOBU1' USING 'BOLETOS.DAT' 'REWRITE'
                   FS-BOLET WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'RECUSADO   ' BRB-CLIENTE '-' BRB-NUMERO
                  ' ' BRB-MOTIVO ' - REEMITIR NA PROXIMA REMESSA'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Liquidacao: o valor recebido menos os juros abate o
      *          saldo da fatura no razao (parcial quando nao cobre);
      *          fatura baixada por perda nao e abatida, o valor vira
      *          recuperacao; sem boleto, sem fatura ou fatura ja
      *          encerrada vai para o PAGTOREJ.DAT
      *----------------------------------------------------------------*
       0430-APLICAR-LIQUIDACAO.

           MOVE SPACES TO WRK-MOTIVO.
           IF BRB-VALOR-PAGO = ZEROS
              MOVE 'VALOR ZERADO   ' TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = SPACES
              AND BRB-JUROS NOT LESS THAN BRB-VALOR-PAGO
              MOVE 'JUROS INVALIDO ' TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = SPACES
              MOVE BRB-NOSSO-NUMERO TO BOL-NOSSO-NUMERO
              READ BOLETOS-FILE
                  INVALID KEY
                      MOVE 'BOLETO INEXIST.' TO WRK-MOTIVO
              END-READ
           END-IF.
           IF WRK-MOTIVO = SPACES
              MOVE BRB-NOSSO-NUMERO TO CRE-CHAVE
              READ CONTAS-RECEBER
                  INVALID KEY
                      MOVE 'FATURA INEXIST.' TO WRK-MOTIVO
              END-READ
           END-IF.
           IF WRK-MOTIVO = SPACES
              IF CRE-LIQUIDADA
                 MOVE 'FATURA LIQUIDA.' TO WRK-MOTIVO
              END-IF
              IF CRE-CANCELADA
                 MOVE 'FATURA CANCEL. ' TO WRK-MOTIVO
              END-IF
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
              PERFORM 0440-REJEITAR-RETORNO
              GO TO 0430-SAIDA
           END-IF.

           COMPUTE WRK-VALOR-PRINCIPAL = BRB-VALOR-PAGO - BRB-JUROS.
           IF CRE-BAIXADA
              MOVE 'R' TO AMV-TIPO
           ELSE
              ADD WRK-VALOR-PRINCIPAL TO CRE-VALOR-PAGO
              MOVE BRB-DATA-CREDITO TO CRE-DATA-ULT-PAGTO
              IF CRE-VALOR-PAGO >= CRE-VALOR-FATURA
                 MOVE 'L' TO CRE-SITUACAO
              ELSE
                 MOVE 'P' TO CRE-SITUACAO
              END-IF
              REWRITE CONTAS-RECEBER-REG
              CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'REWRITE'
                   FS-RECEB WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE 'P' TO AMV-TIPO
           END-IF.

           MOVE BRB-CLIENTE         TO AMV-CLIENTE.
           MOVE BRB-NUMERO          TO AMV-NUMERO.
           MOVE BRB-DATA-CREDITO    TO AMV-DATA.
           MOVE WRK-VALOR-PRINCIPAL TO AMV-VALOR.
           MOVE 'PROGCOB84'         TO AMV-PROGRAMA.
           WRITE AR-MOVIMENTO-REG.
           CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'WRITE' FS-ARMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           ADD WRK-VALOR-PRINCIPAL TO BOL-VALOR-PAGO.
           ADD BRB-JUROS           TO BOL-JUROS.
           ADD BRB-TARIFA          TO BOL-TARIFA.
           MOVE BRB-DATA-CREDITO   TO BOL-DATA-CREDITO.
           IF BOL-VALOR-PAGO >= BOL-VALOR
              MOVE 'L' TO BOL-SITUACAO
           ELSE
              MOVE 'P' TO BOL-SITUACAO
           END-IF.
           REWRITE BOLETO-REG.
           CALL 'PROGCOBU1' USING 'BOLETOS.DAT' 'REWRITE' FS-BOLET
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           EVALUATE TRUE
              WHEN CRE-BAIXADA
                 ADD 1 TO WRK-QTD-RECUPERADOS
                 ADD WRK-VALOR-PRINCIPAL TO WRK-TOTAL-RECUPERADO
              WHEN CRE-PARCIAL
                 ADD 1 TO WRK-QTD-PARCIAIS
                 ADD WRK-VALOR-PRINCIPAL TO WRK-TOTAL-PRINCIPAL
              WHEN OTHER
                 ADD 1 TO WRK-QTD-LIQUIDADOS
                 ADD WRK-VALOR-PRINCIPAL TO WRK-TOTAL-PRINCIPAL
           END-EVALUATE.
           ADD BRB-JUROS           TO WRK-TOTAL-JUROS.

           MOVE WRK-VALOR-PRINCIPAL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-VALOR-ED.
           MOVE BRB-JUROS TO WRK-JUROS-ED.
           MOVE WRK-JUROS-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-JUROS-ED.
           IF CRE-BAIXADA
              MOVE 'RECUPERADO ' TO WRK-ROTULO
           ELSE
              MOVE 'PAGO       ' TO WRK-ROTULO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-ROTULO BRB-CLIENTE '-' BRB-NUMERO
                  ' ' BRB-DATA-CREDITO
                  ' VALOR' WRK-VALOR-ED
                  ' JUROS' WRK-JUROS-ED
                  ' SIT ' CRE-SITUACAO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

       0430-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0440-REJEITAR-RETORNO.

           MOVE BRB-CLIENTE      TO PGR-CLIENTE.
           MOVE BRB-NUMERO       TO PGR-NUMERO.
           MOVE BRB-DATA-CREDITO TO PGR-DATA.
           MOVE BRB-VALOR-PAGO   TO PGR-VALOR.
           MOVE WRK-MOTIVO       TO PGR-MOTIVO.
           WRITE PAGAMENTO-REJEITADO-REG.
           CALL 'PROGCOBU1' USING 'PAGTOREJ.DAT' 'WRITE' FS-PAREJ
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1              TO WRK-QTD-REJEITADOS.
           ADD BRB-VALOR-PAGO TO WRK-TOTAL-REJEITADO.

           MOVE SPACES TO REL-LINHA.
           STRING 'REJEITADO  ' BRB-CLIENTE '-' BRB-NUMERO
                  ' ' BRB-DATA-CREDITO ' ' WRK-MOTIVO
                  ' - VER PAGTOREJ.DAT'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Juros recebidos e tarifas do banco no GLLANCTO.DAT,
      *          para o diario do proximo fechamento do PROGCOB14
      *----------------------------------------------------------------*
       0450-LANCAR-JUROS-TARIFAS.

           OPEN EXTEND GL-LANCAMENTOS.
           IF NOT FS-GLLAN-OK
              OPEN OUTPUT GL-LANCAMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-TOTAL-JUROS > ZEROS
              MOVE WRK-DATA-RODADA TO LAN-DATA
              MOVE 'JURREC'        TO LAN-ORIGEM
              MOVE SPACES          TO LAN-CENTRO-CUSTO
              MOVE WRK-TOTAL-JUROS TO LAN-VALOR
              MOVE 'PROGCOB84'     TO LAN-PROGRAMA
              WRITE GL-LANCAMENTO-REG
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           IF WRK-TOTAL-TARIFAS > ZEROS
              MOVE WRK-DATA-RODADA   TO LAN-DATA
              MOVE 'TARBCO'          TO LAN-ORIGEM
              MOVE SPACES            TO LAN-CENTRO-CUSTO
              MOVE WRK-TOTAL-TARIFAS TO LAN-VALOR
              MOVE 'PROGCOB84'       TO LAN-PROGRAMA
              WRITE GL-LANCAMENTO-REG
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           IF WRK-TOTAL-RECUPERADO > ZEROS
              MOVE WRK-DATA-RODADA      TO LAN-DATA
              MOVE 'RECPDD'             TO LAN-ORIGEM
              MOVE SPACES               TO LAN-CENTRO-CUSTO
              MOVE WRK-TOTAL-RECUPERADO TO LAN-VALOR
              MOVE 'PROGCOB84'          TO LAN-PROGRAMA
              WRITE GL-LANCAMENTO-REG
              CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           CLOSE GL-LANCAMENTOS.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'CLOSE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0460-IMPRIMIR-TOTAIS-RETORNO.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-TOTAL-PRINCIPAL TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'APLICADO NO RAZAO ..... : ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-TOTAL-JUROS TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'JUROS RECEBIDOS (JURREC): ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-TOTAL-TARIFAS TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TARIFAS BANCO (TARBCO) .: ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-TOTAL-RECUPERADO TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'RECUPERADO (RECPDD) ... : ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-TOTAL-REJEITADO TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'REJEITADO (PAGTOREJ) .. : ' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           PERFORM 0805-VERIFICAR-GRAVACAO.
      *----------------------------------------------------------------*
       0805-VERIFICAR-GRAVACAO.

           CALL 'PROGCOBU1' USING 'BOLETOS.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0810-GRAVAR-LINHA-BOLETO.

           WRITE IMP-LINHA.
           CALL 'PROGCOBU1' USING 'BOLIMPR.REL' 'WRITE' FS-IMPRE
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           DISPLAY '-------------------'.
           IF WRK-MODO-EMISSAO
              DISPLAY 'BOLETOS EMITIDOS ..... : ' WRK-QTD-EMITIDOS
              DISPLAY 'JA REGISTRADOS ....... : ' WRK-QTD-JA-EMITIDOS
              DISPLAY 'BOLETOS IMPRESSOS .... : ' WRK-QTD-PAPEL
           ELSE
              DISPLAY 'OCORRENCIAS LIDAS .... : ' WRK-QTD-OCORRENCIAS
              DISPLAY 'ENTRADAS CONFIRMADAS . : ' WRK-QTD-CONFIRMADOS
              DISPLAY 'ENTRADAS RECUSADAS ... : ' WRK-QTD-RECUSADOS
              DISPLAY 'BAIXAS ............... : ' WRK-QTD-BAIXADOS
              DISPLAY 'FATURAS LIQUIDADAS ... : ' WRK-QTD-LIQUIDADOS
              DISPLAY 'PAGAMENTOS PARCIAIS .. : ' WRK-QTD-PARCIAIS
              DISPLAY 'RECUPERACOES (BAIXA) . : ' WRK-QTD-RECUPERADOS
              DISPLAY 'RETORNOS REJEITADOS .. : ' WRK-QTD-REJEITADOS
              DISPLAY 'OCORRENCIAS DESCONHEC. : '
                      WRK-QTD-DESCONHECIDAS
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           IF WRK-MODO-EMISSAO
              CLOSE CUSTOMER-MASTER REMESSA-FILE BOLETO-IMPRESSO
              CALL 'PROGCOBU1' USING 'REMBOL.DAT' 'CLOSE' FS-REMBO
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           ELSE
              CLOSE RETORNO-FILE PAGAMENTOS-REJECT AR-MOVIMENTOS
              CALL 'PROGCOBU1' USING 'PAGTOREJ.DAT' 'CLOSE' FS-PAREJ
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'CLOSE' FS-ARMOV
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
           CLOSE CONTAS-RECEBER BOLETOS-FILE COBRANCA-REPORT.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'CLOSE' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'BOLETOS.DAT' 'CLOSE' FS-BOLET
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'BOLETOS.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-QTD-REJEITADOS > ZEROS
              OR WRK-QTD-RECUSADOS > ZEROS
              OR WRK-QTD-DESCONHECIDAS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
      *          Ajustar um valor editado para o padrao decimal do
      *          site (virgula ou ponto), sem recompilar o programa
      *----------------------------------------------------------------*
       0900-FORMATAR-VALOR-SITE.

           CALL 'PROGCOBU2' USING WRK-BUFFER-ED PARM-DECIMAL-CHAR.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0950-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
