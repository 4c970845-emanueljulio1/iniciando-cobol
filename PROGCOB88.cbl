      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB88
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Revisao trimestral do limite de credito dos clientes
      * pelo comportamento de pagamento: percorre o razao ARLEDGER.DAT
      * e, para as faturas emitidas dentro da janela do registro 'L'
      * do SITE.PARM, apura por cliente o atraso medio de pagamento
      * sobre a data prometida e o pior atraso (em dias comerciais,
      * como no envelhecimento do PROGCOB34), o percentual de faturas
      * pagas ou vencidas com atraso e o pico de saldo em aberto
      * contra o CLI-LIMITE-CREDITO. Pelas regras do registro 'L'
      * propoe a faixa do limite (aumentar / manter / reduzir /
      * suspender), imprime a revisao em LIMREV.REL e grava as
      * propostas com mudanca de limite como 'P' no LIMPEND.DAT, em
      * nome do usuario da sessao corrente. Nada e alterado aqui: o
      * CLIMAST.DAT so muda na aceitacao de um SUPERVISOR pelo
      * PROGCOB89. Cada revisao substitui as propostas ainda
      * pendentes da revisao anterior.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB88.
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

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT PROPOSTAS-LIMITE
               ASSIGN TO 'LIMPEND.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROPO.

           SELECT REVISAO-REPORT
               ASSIGN TO 'LIMREV.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

           SELECT OPERATOR-SESSION
               ASSIGN TO 'OPERSESS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SESSA.

           SELECT SITE-PARM-FILE
               ASSIGN TO 'SITE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SITEP.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  CONTAS-RECEBER.
       COPY CTARECEB.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  PROPOSTAS-LIMITE.
       COPY LIMPREG.

       FD  REVISAO-REPORT.
       01  REL-LINHA                  PIC X(80).

       FD  OPERATOR-SESSION.
       COPY SESSREG.

       FD  SITE-PARM-FILE.
       COPY SITEPARM.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECEB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PROPO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SESSA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.

       77  WRK-BUFFER-ED            PIC X(20)     VALUE SPACES.
       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-FIM-RAZAO            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-RAZAO               VALUE 'S'.
       77  WRK-FIM-PARMS            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PARMS               VALUE 'S'.
       77  WRK-PRIMEIRO-PARM        PIC X(01)     VALUE 'S'.
       77  WRK-DECIMAL-CHAR         PIC X(01)     VALUE 'C'.
       77  WRK-ACHOU-REGRA          PIC X(01)     VALUE 'N'.
           88  WRK-TEM-REGRA-SITE                  VALUE 'S'.

       77  WRK-USUARIO-SESSAO       PIC X(20)     VALUE SPACES.

       01  WRK-REGRAS-LIMITE.
           03  WRK-JANELA-DIAS       PIC 9(03)     VALUE 360.
           03  WRK-SUSP-PIOR-ATRASO  PIC 9(03)     VALUE 090.
           03  WRK-RED-MEDIA-ATRASO  PIC 9(03)     VALUE 015.
           03  WRK-RED-PCT-ATRASADAS PIC 9(03)     VALUE 040.
           03  WRK-RED-PERCENTUAL    PIC 9(03)     VALUE 030.
           03  WRK-AUM-MEDIA-ATRASO  PIC 9(03)     VALUE 002.
           03  WRK-AUM-PCT-ATRASADAS PIC 9(03)     VALUE 010.
           03  WRK-AUM-PCT-USO       PIC 9(03)     VALUE 080.
           03  WRK-AUM-PERCENTUAL    PIC 9(03)     VALUE 020.

       01  WRK-DATA-ATUAL.
           03  WRK-ATU-ANO           PIC 9(04).
           03  WRK-ATU-MES           PIC 9(02).
           03  WRK-ATU-DIA           PIC 9(02).
       01  WRK-DATA-ATUAL-NUM REDEFINES WRK-DATA-ATUAL
                                     PIC 9(08).
       01  WRK-DATA-CALCULO.
           03  WRK-CAL-ANO           PIC 9(04).
           03  WRK-CAL-MES           PIC 9(02).
           03  WRK-CAL-DIA           PIC 9(02).
       77  WRK-DIAS-CALCULO         PIC 9(07)     VALUE ZEROS.
       77  WRK-DIAS-ATUAL           PIC 9(07)     VALUE ZEROS.
       77  WRK-DIAS-INICIO-JANELA   PIC 9(07)     VALUE ZEROS.
       77  WRK-DIAS-PROMETIDA       PIC 9(07)     VALUE ZEROS.
       77  WRK-DIAS-ATRASO          PIC S9(05)    VALUE ZEROS.

       77  WRK-CLIENTE-ANTERIOR     PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-PAGAS            PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-VENCIDAS         PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-ATRASADAS        PIC 9(04)     VALUE ZEROS.
       77  WRK-SOMA-ATRASO-PAGAS    PIC S9(07)    VALUE ZEROS.
       77  WRK-PIOR-ATRASO          PIC 9(04)     VALUE ZEROS.
       77  WRK-PCT-USO-CALC         PIC 9(07)     VALUE ZEROS.
       77  WRK-PICO-SALDO           PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SALDO-NA-DATA        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-FAIXA-TEXTO          PIC X(09)     VALUE SPACES.

       77  WRK-MAX-FATURAS          PIC 9(04)     VALUE 500.
       77  WRK-QTD-FATURAS          PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-DATA             PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-FATURA           PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-FATURAS.
           03  WRK-FAT OCCURS 500 TIMES.
               05  WRK-FAT-EMISSAO    PIC 9(07).
               05  WRK-FAT-QUITACAO   PIC 9(07).
               05  WRK-FAT-VALOR      PIC 9(08)V99.
               05  WRK-FAT-RESIDUO    PIC 9(08)V99.

       77  WRK-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ATUAL-TXT            PIC X(14)     VALUE SPACES.
       77  WRK-PROPOSTO-TXT         PIC X(14)     VALUE SPACES.
       77  WRK-PICO-TXT             PIC X(14)     VALUE SPACES.
       77  WRK-QTD-ED               PIC ZZZ9.
       77  WRK-MEDIA-ED             PIC -ZZZ9.
       77  WRK-PIOR-ED              PIC ZZZ9.
       77  WRK-PCT-ATR-ED           PIC ZZ9.
       77  WRK-PCT-USO-ED           PIC ZZ9.

       77  WRK-QTD-AUMENTAR         PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-MANTER           PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-REDUZIR          PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-SUSPENDER        PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-SEM-MOVIMENTO    PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-PROPOSTAS        PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-AVALIAR-FATURA
               UNTIL WRK-NAO-HA-MAIS-RAZAO.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *                   Inicializar os Dados
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL-NUM FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL-NUM TO WRK-DATA-CALCULO.
           PERFORM 0810-CONTAR-DIAS.
           MOVE WRK-DIAS-CALCULO TO WRK-DIAS-ATUAL.

           CALL 'PROGCOBU3' USING 'REVLIMITE ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'REVISAO DE LIMITE NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT OPERATOR-SESSION.
           IF FS-SESSA-OK
              READ OPERATOR-SESSION
                  AT END
                      MOVE SPACES TO OPS-USUARIO
              END-READ
              IF FS-SESSA-OK
                 MOVE OPS-USUARIO TO WRK-USUARIO-SESSAO
              END-IF
              CLOSE OPERATOR-SESSION
           END-IF.
           IF WRK-USUARIO-SESSAO = SPACES
              DISPLAY 'SEM SESSAO DE OPERADOR (OPERSESS.DAT). '
                      'FACA LOGIN PELO PROGCOB01.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0110-LER-PARAMETROS-SITE.
           COMPUTE WRK-DIAS-INICIO-JANELA =
                   WRK-DIAS-ATUAL - WRK-JANELA-DIAS.

           OPEN INPUT CONTAS-RECEBER.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'OPEN' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT PROPOSTAS-LIMITE.
           CALL 'PROGCOBU1' USING 'LIMPEND.DAT' 'OPEN' FS-PROPO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT REVISAO-REPORT.
           CALL 'PROGCOBU1' USING 'LIMREV.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'REVISAO DE LIMITE DE CREDITO EM '
                  WRK-DATA-ATUAL-NUM
                  ' - JANELA DE ' WRK-JANELA-DIAS ' DIAS'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'REGRAS: SUSPENDER PIOR > '
                  WRK-SUSP-PIOR-ATRASO
                  ' / REDUZIR ' WRK-RED-PERCENTUAL
                  '% SE MEDIA > ' WRK-RED-MEDIA-ATRASO
                  ' OU ATRAS. > ' WRK-RED-PCT-ATRASADAS '%'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '        AUMENTAR ' WRK-AUM-PERCENTUAL
                  '% SE MEDIA <= ' WRK-AUM-MEDIA-ATRASO
                  ', ATRAS. <= ' WRK-AUM-PCT-ATRASADAS
                  '% E USO >= ' WRK-AUM-PCT-USO '%'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE ZEROS TO CRE-CLIENTE CRE-NUMERO.
           START CONTAS-RECEBER
               KEY IS NOT LESS THAN CRE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RAZAO
           END-START.
           PERFORM 0120-LER-RAZAO.
      *----------------------------------------------------------------*
      *          Regras da revisao: registro 'L' do SITE.PARM;
      *          ausente, a revisao segue com as regras padrao
      *----------------------------------------------------------------*
       0110-LER-PARAMETROS-SITE.

           OPEN INPUT SITE-PARM-FILE.
           IF NOT FS-SITEP-OK
              DISPLAY 'SITE.PARM INDISPONIVEL: REVISAO SEGUE COM AS '
                      'REGRAS PADRAO.'
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
                    IF SITE-PARM-LIMITE-REG(1:1) = 'L'
                       MOVE 'S' TO WRK-ACHOU-REGRA
                       MOVE PARM-LIM-JANELA-DIAS
                         TO WRK-JANELA-DIAS
                       MOVE PARM-LIM-SUSP-PIOR-ATRASO
                         TO WRK-SUSP-PIOR-ATRASO
                       MOVE PARM-LIM-RED-MEDIA-ATRASO
                         TO WRK-RED-MEDIA-ATRASO
                       MOVE PARM-LIM-RED-PCT-ATRASADAS
                         TO WRK-RED-PCT-ATRASADAS
                       MOVE PARM-LIM-RED-PERCENTUAL
                         TO WRK-RED-PERCENTUAL
                       MOVE PARM-LIM-AUM-MEDIA-ATRASO
                         TO WRK-AUM-MEDIA-ATRASO
                       MOVE PARM-LIM-AUM-PCT-ATRASADAS
                         TO WRK-AUM-PCT-ATRASADAS
                       MOVE PARM-LIM-AUM-PCT-USO
                         TO WRK-AUM-PCT-USO
                       MOVE PARM-LIM-AUM-PERCENTUAL
                         TO WRK-AUM-PERCENTUAL
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SITE-PARM-FILE
           END-IF.

           MOVE WRK-DECIMAL-CHAR TO PARM-DECIMAL-CHAR.
           IF NOT WRK-TEM-REGRA-SITE
              DISPLAY 'SEM REGISTRO DE REVISAO (TIPO L) NO SITE.PARM: '
                      'REVISAO SEGUE COM AS REGRAS PADRAO.'
           END-IF.
      *----------------------------------------------------------------*
       0120-LER-RAZAO.

           IF NOT WRK-NAO-HA-MAIS-RAZAO
              READ CONTAS-RECEBER NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-RAZAO
              END-READ
           END-IF.
      *----------------------------------------------------------------*
      *          Quebra por cliente e apuracao da fatura na janela
      *----------------------------------------------------------------*
       0200-AVALIAR-FATURA.

           IF CRE-CLIENTE NOT = WRK-CLIENTE-ANTERIOR
              IF WRK-CLIENTE-ANTERIOR NOT = ZEROS
                 PERFORM 0230-FECHAR-CLIENTE THRU 0230-SAIDA
              END-IF
              PERFORM 0210-ABRIR-CLIENTE
           END-IF.

           IF NOT CRE-CANCELADA
              PERFORM 0220-MEDIR-FATURA THRU 0220-SAIDA
           END-IF.

           PERFORM 0120-LER-RAZAO.
      *----------------------------------------------------------------*
       0210-ABRIR-CLIENTE.

           MOVE CRE-CLIENTE TO WRK-CLIENTE-ANTERIOR.
           MOVE ZEROS       TO WRK-QTD-FATURAS
                               WRK-QTD-PAGAS
                               WRK-QTD-VENCIDAS
                               WRK-QTD-ATRASADAS
                               WRK-SOMA-ATRASO-PAGAS
                               WRK-PIOR-ATRASO.
      *----------------------------------------------------------------*
      *          Atraso da fatura sobre a data prometida: liquidada,
      *          pela data do ultimo pagamento; em aberto, parcial ou
      *          baixada por perda, pela data de hoje quando ja
      *          vencida. Guarda emissao e quitacao para o pico
      *----------------------------------------------------------------*
       0220-MEDIR-FATURA.

           MOVE CRE-DATA-RODADA TO WRK-DATA-CALCULO.
           PERFORM 0810-CONTAR-DIAS.
           IF WRK-DIAS-CALCULO < WRK-DIAS-INICIO-JANELA
              GO TO 0220-SAIDA
           END-IF.

           IF WRK-QTD-FATURAS >= WRK-MAX-FATURAS
              DISPLAY 'TABELA DE FATURAS DO CLIENTE ESGOTADA ('
                      WRK-MAX-FATURAS ') - CLIENTE ' CRE-CLIENTE
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           ADD 1 TO WRK-QTD-FATURAS.
           MOVE WRK-DIAS-CALCULO TO WRK-FAT-EMISSAO(WRK-QTD-FATURAS).
           MOVE CRE-VALOR-FATURA TO WRK-FAT-VALOR(WRK-QTD-FATURAS).

           MOVE CRE-DATA-PROMETIDA TO WRK-DATA-CALCULO.
           PERFORM 0810-CONTAR-DIAS.
           MOVE WRK-DIAS-CALCULO TO WRK-DIAS-PROMETIDA.

           EVALUATE TRUE
              WHEN CRE-LIQUIDADA
                 MOVE CRE-DATA-ULT-PAGTO TO WRK-DATA-CALCULO
                 PERFORM 0810-CONTAR-DIAS
                 MOVE WRK-DIAS-CALCULO
                   TO WRK-FAT-QUITACAO(WRK-QTD-FATURAS)
                 MOVE ZEROS TO WRK-FAT-RESIDUO(WRK-QTD-FATURAS)
                 COMPUTE WRK-DIAS-ATRASO =
                         WRK-DIAS-CALCULO - WRK-DIAS-PROMETIDA
                 ADD 1 TO WRK-QTD-PAGAS WRK-QTD-VENCIDAS
                 ADD WRK-DIAS-ATRASO TO WRK-SOMA-ATRASO-PAGAS
                 PERFORM 0225-REGISTRAR-ATRASO
              WHEN OTHER
                 IF CRE-PARCIAL
                    MOVE CRE-DATA-ULT-PAGTO TO WRK-DATA-CALCULO
                    PERFORM 0810-CONTAR-DIAS
                    MOVE WRK-DIAS-CALCULO
                      TO WRK-FAT-QUITACAO(WRK-QTD-FATURAS)
                    COMPUTE WRK-FAT-RESIDUO(WRK-QTD-FATURAS) =
                            CRE-VALOR-FATURA - CRE-VALOR-PAGO
                 ELSE
                    MOVE 9999999 TO WRK-FAT-QUITACAO(WRK-QTD-FATURAS)
                    MOVE CRE-VALOR-FATURA
                      TO WRK-FAT-RESIDUO(WRK-QTD-FATURAS)
                 END-IF
                 IF WRK-DIAS-ATUAL > WRK-DIAS-PROMETIDA
                    COMPUTE WRK-DIAS-ATRASO =
                            WRK-DIAS-ATUAL - WRK-DIAS-PROMETIDA
                    ADD 1 TO WRK-QTD-VENCIDAS
                    PERFORM 0225-REGISTRAR-ATRASO
                 END-IF
           END-EVALUATE.

       0220-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0225-REGISTRAR-ATRASO.

           IF WRK-DIAS-ATRASO > ZEROS
              ADD 1 TO WRK-QTD-ATRASADAS
              IF WRK-DIAS-ATRASO > WRK-PIOR-ATRASO
                 MOVE WRK-DIAS-ATRASO TO WRK-PIOR-ATRASO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Fechar o cliente: indicadores, faixa proposta, linha
      *          da revisao e, havendo mudanca de limite, a proposta
      *----------------------------------------------------------------*
       0230-FECHAR-CLIENTE.

           IF WRK-QTD-FATURAS = ZEROS
              ADD 1 TO WRK-QTD-SEM-MOVIMENTO
              GO TO 0230-SAIDA
           END-IF.

           MOVE WRK-CLIENTE-ANTERIOR TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CLIEN-NAO-ENCONTRADO
              DISPLAY 'CLIENTE ' WRK-CLIENTE-ANTERIOR
                      ' NAO CADASTRADO NO CLIMAST.DAT: SEM PROPOSTA.'
              GO TO 0230-SAIDA
           END-IF.

           MOVE 'P'                  TO LMP-SITUACAO.
           MOVE WRK-CLIENTE-ANTERIOR TO LMP-CLIENTE.
           MOVE CLI-LIMITE-CREDITO   TO LMP-LIMITE-ATUAL.
           MOVE WRK-QTD-FATURAS      TO LMP-QTD-FATURAS.
           MOVE WRK-PIOR-ATRASO      TO LMP-PIOR-ATRASO.
           MOVE WRK-USUARIO-SESSAO   TO LMP-SOLICITANTE.
           MOVE WRK-DATA-ATUAL-NUM   TO LMP-DATA-PROPOSTA.
           MOVE SPACES               TO LMP-APROVADOR.
           MOVE ZEROS                TO LMP-DATA-DECISAO.

           IF WRK-QTD-PAGAS > ZEROS
              COMPUTE LMP-MEDIA-ATRASO ROUNDED =
                      WRK-SOMA-ATRASO-PAGAS / WRK-QTD-PAGAS
           ELSE
              MOVE ZEROS TO LMP-MEDIA-ATRASO
           END-IF.

           IF WRK-QTD-VENCIDAS > ZEROS
              COMPUTE LMP-PCT-ATRASADAS ROUNDED =
                      WRK-QTD-ATRASADAS * 100 / WRK-QTD-VENCIDAS
           ELSE
              MOVE ZEROS TO LMP-PCT-ATRASADAS
           END-IF.

           PERFORM 0240-APURAR-PICO.

           EVALUATE TRUE
              WHEN CLI-LIMITE-CREDITO > ZEROS
                 COMPUTE WRK-PCT-USO-CALC ROUNDED =
                         WRK-PICO-SALDO * 100 / CLI-LIMITE-CREDITO
                     ON SIZE ERROR
                         MOVE 999 TO WRK-PCT-USO-CALC
                 END-COMPUTE
              WHEN WRK-PICO-SALDO > ZEROS
                 MOVE 999 TO WRK-PCT-USO-CALC
              WHEN OTHER
                 MOVE ZEROS TO WRK-PCT-USO-CALC
           END-EVALUATE.
           IF WRK-PCT-USO-CALC > 999
              MOVE 999 TO WRK-PCT-USO-CALC
           END-IF.
           MOVE WRK-PCT-USO-CALC TO LMP-PCT-USO.

           PERFORM 0250-PROPOR-FAIXA.
           PERFORM 0260-IMPRIMIR-CLIENTE.

           IF NOT LMP-FAIXA-MANTER
              PERFORM 0270-GRAVAR-PROPOSTA
           END-IF.

       0230-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Pico de saldo em aberto: o saldo do cliente na data
      *          de emissao de cada fatura da janela, contando as
      *          faturas ja emitidas e ainda nao quitadas nessa data
      *----------------------------------------------------------------*
       0240-APURAR-PICO.

           MOVE ZEROS TO WRK-PICO-SALDO.
           PERFORM 0245-SALDO-NA-DATA
               VARYING WRK-IDX-DATA FROM 1 BY 1
               UNTIL WRK-IDX-DATA > WRK-QTD-FATURAS.
      *----------------------------------------------------------------*
       0245-SALDO-NA-DATA.

           MOVE ZEROS TO WRK-SALDO-NA-DATA.
           PERFORM VARYING WRK-IDX-FATURA FROM 1 BY 1
                   UNTIL WRK-IDX-FATURA > WRK-QTD-FATURAS
              IF WRK-FAT-EMISSAO(WRK-IDX-FATURA) NOT >
                 WRK-FAT-EMISSAO(WRK-IDX-DATA)
                 IF WRK-FAT-EMISSAO(WRK-IDX-DATA) <
                    WRK-FAT-QUITACAO(WRK-IDX-FATURA)
                    ADD WRK-FAT-VALOR(WRK-IDX-FATURA)
                     TO WRK-SALDO-NA-DATA
                 ELSE
                    ADD WRK-FAT-RESIDUO(WRK-IDX-FATURA)
                     TO WRK-SALDO-NA-DATA
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-SALDO-NA-DATA > WRK-PICO-SALDO
              MOVE WRK-SALDO-NA-DATA TO WRK-PICO-SALDO
           END-IF.
      *----------------------------------------------------------------*
      *          Faixa proposta pelas regras do registro 'L', na
      *          ordem: suspender, reduzir, aumentar; o resto mantem
      *----------------------------------------------------------------*
       0250-PROPOR-FAIXA.

           EVALUATE TRUE
              WHEN LMP-PIOR-ATRASO > WRK-SUSP-PIOR-ATRASO
                 MOVE 'S'   TO LMP-FAIXA
                 MOVE ZEROS TO LMP-LIMITE-PROPOSTO
              WHEN LMP-MEDIA-ATRASO > WRK-RED-MEDIA-ATRASO
                OR LMP-PCT-ATRASADAS > WRK-RED-PCT-ATRASADAS
                 MOVE 'R' TO LMP-FAIXA
                 COMPUTE LMP-LIMITE-PROPOSTO ROUNDED =
                         CLI-LIMITE-CREDITO *
                         (100 - WRK-RED-PERCENTUAL) / 100
              WHEN LMP-MEDIA-ATRASO NOT > WRK-AUM-MEDIA-ATRASO
               AND LMP-PCT-ATRASADAS NOT > WRK-AUM-PCT-ATRASADAS
               AND LMP-PCT-USO NOT < WRK-AUM-PCT-USO
               AND WRK-QTD-PAGAS > ZEROS
                 MOVE 'A' TO LMP-FAIXA
                 COMPUTE LMP-LIMITE-PROPOSTO ROUNDED =
                         CLI-LIMITE-CREDITO *
                         (100 + WRK-AUM-PERCENTUAL) / 100
                     ON SIZE ERROR
                         MOVE CLI-LIMITE-CREDITO
                           TO LMP-LIMITE-PROPOSTO
                 END-COMPUTE
              WHEN OTHER
                 MOVE 'M'                TO LMP-FAIXA
                 MOVE CLI-LIMITE-CREDITO TO LMP-LIMITE-PROPOSTO
           END-EVALUATE.

           IF LMP-LIMITE-PROPOSTO = CLI-LIMITE-CREDITO
              MOVE 'M' TO LMP-FAIXA
           END-IF.

           EVALUATE TRUE
              WHEN LMP-FAIXA-AUMENTAR
                 MOVE 'AUMENTAR'  TO WRK-FAIXA-TEXTO
                 ADD 1 TO WRK-QTD-AUMENTAR
              WHEN LMP-FAIXA-REDUZIR
                 MOVE 'REDUZIR'   TO WRK-FAIXA-TEXTO
                 ADD 1 TO WRK-QTD-REDUZIR
              WHEN LMP-FAIXA-SUSPENDER
                 MOVE 'SUSPENDER' TO WRK-FAIXA-TEXTO
                 ADD 1 TO WRK-QTD-SUSPENDER
              WHEN OTHER
                 MOVE 'MANTER'    TO WRK-FAIXA-TEXTO
                 ADD 1 TO WRK-QTD-MANTER
           END-EVALUATE.
      *----------------------------------------------------------------*
       0260-IMPRIMIR-CLIENTE.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTE ' LMP-CLIENTE ' - ' CLI-NOME
                  '  FAIXA PROPOSTA: ' WRK-FAIXA-TEXTO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE LMP-LIMITE-ATUAL TO WRK-VALOR-ED.
           PERFORM 0820-FORMATAR-VALOR.
           MOVE WRK-VALOR-ED TO WRK-ATUAL-TXT.
           MOVE LMP-LIMITE-PROPOSTO TO WRK-VALOR-ED.
           PERFORM 0820-FORMATAR-VALOR.
           MOVE WRK-VALOR-ED TO WRK-PROPOSTO-TXT.
           MOVE WRK-PICO-SALDO TO WRK-VALOR-ED.
           PERFORM 0820-FORMATAR-VALOR.
           MOVE WRK-VALOR-ED TO WRK-PICO-TXT.
           MOVE SPACES TO REL-LINHA.
           STRING '   LIMITE ATUAL ' WRK-ATUAL-TXT
                  '   PROPOSTO ' WRK-PROPOSTO-TXT
                  '   PICO ' WRK-PICO-TXT
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE LMP-QTD-FATURAS   TO WRK-QTD-ED.
           MOVE LMP-MEDIA-ATRASO  TO WRK-MEDIA-ED.
           MOVE LMP-PIOR-ATRASO   TO WRK-PIOR-ED.
           MOVE LMP-PCT-ATRASADAS TO WRK-PCT-ATR-ED.
           MOVE LMP-PCT-USO       TO WRK-PCT-USO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   FATURAS ' WRK-QTD-ED
                  '  ATRASO MEDIO ' WRK-MEDIA-ED
                  '  PIOR ' WRK-PIOR-ED
                  '  ATRASADAS ' WRK-PCT-ATR-ED
                  '%  USO ' WRK-PCT-USO-ED '%'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0270-GRAVAR-PROPOSTA.

           WRITE PROPOSTA-LIMITE-REG.
           CALL 'PROGCOBU1' USING 'LIMPEND.DAT' 'WRITE' FS-PROPO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-PROPOSTAS.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF WRK-CLIENTE-ANTERIOR NOT = ZEROS
              PERFORM 0230-FECHAR-CLIENTE THRU 0230-SAIDA
           END-IF.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'AUMENTAR ' WRK-QTD-AUMENTAR
                  '  MANTER ' WRK-QTD-MANTER
                  '  REDUZIR ' WRK-QTD-REDUZIR
                  '  SUSPENDER ' WRK-QTD-SUSPENDER
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROPOSTAS PARA APROVACAO (LIMPEND.DAT) '
                  WRK-QTD-PROPOSTAS
                  '  SEM FATURAS NA JANELA ' WRK-QTD-SEM-MOVIMENTO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           DISPLAY '-------------------'.
           DISPLAY 'PROPOSTAS GRAVADAS .. : ' WRK-QTD-PROPOSTAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           CLOSE CONTAS-RECEBER CUSTOMER-MASTER PROPOSTAS-LIMITE
                 REVISAO-REPORT.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'CLOSE' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'LIMPEND.DAT' 'CLOSE' FS-PROPO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'LIMREV.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'LIMREV.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Data AAAAMMDD em dias comerciais (mes de 30 dias)
      *----------------------------------------------------------------*
       0810-CONTAR-DIAS.

           COMPUTE WRK-DIAS-CALCULO =
                   (WRK-CAL-ANO * 360) + (WRK-CAL-MES * 30) +
                   WRK-CAL-DIA.
      *----------------------------------------------------------------*
       0820-FORMATAR-VALOR.

           MOVE WRK-VALOR-ED TO WRK-BUFFER-ED.
           CALL 'PROGCOBU2' USING WRK-BUFFER-ED PARM-DECIMAL-CHAR.
           MOVE WRK-BUFFER-ED TO WRK-VALOR-ED.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0950-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
