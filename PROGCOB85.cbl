      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB85
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Extrato mensal de conta do cliente. Para o mes
      * informado (AAAAMM), percorre o razao ARLEDGER.DAT por cliente
      * e, com os pagamentos e notas de credito do movimento do
      * razao (ARMOVTO.DAT, gravado pelo PROGCOB33, PROGCOB84 e
      * PROGCOB37), reconstroi a posicao de cada fatura no fim do
      * mes: o saldo de hoje mais o que foi abatido depois do mes.
      * O extrato de cada cliente, uma pagina no EXTRATO.REL, traz o
      * saldo anterior, as faturas do mes (absorvidas do FRETECOMP.DAT
      * pelo PROGCOB33, pela data da rodada), os pagamentos, as notas
      * de credito, o saldo final e a lista dos itens em aberto no
      * fim do mes com o vencimento. Cliente sem saldo em aberto e
      * sem movimento no mes nao recebe extrato.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS A baixa por perda do PROGCOB87 (ARMOVTO tipo
      *                'B') abate o saldo como as notas de credito; a
      *                recuperacao sobre fatura baixada (tipo 'R') nao
      *                mexe no saldo da fatura e fica fora do extrato.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB85.
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

           SELECT AR-MOVIMENTOS
               ASSIGN TO 'ARMOVTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARMOV.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.

           SELECT SITE-PARM-FILE
               ASSIGN TO 'SITE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SITEP.

           SELECT EXTRATO-REPORT
               ASSIGN TO 'EXTRATO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  CONTAS-RECEBER.
       COPY CTARECEB.

       FD  AR-MOVIMENTOS.
       COPY ARMOVREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       FD  SITE-PARM-FILE.
       COPY SITEPARM.

       FD  EXTRATO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECEB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ARMOV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-BUFFER-ED            PIC X(20)     VALUE SPACES.
       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-RODADA          PIC 9(08)     VALUE ZEROS.
       01  WRK-MES-EXTRATO          PIC 9(06)     VALUE ZEROS.
       01  WRK-MES-EXTRATO-R REDEFINES WRK-MES-EXTRATO.
           03  WRK-EXT-ANO          PIC 9(04).
           03  WRK-EXT-MES          PIC 9(02).
       77  WRK-DATA-INICIO          PIC 9(08)     VALUE ZEROS.
       77  WRK-DATA-FIM             PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-RAZAO            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-RAZAO               VALUE 'S'.
       77  WRK-FIM-MOVTOS           PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-MOVTOS              VALUE 'S'.
       77  WRK-CLIENTE-ANTERIOR     PIC 9(05)     VALUE ZEROS.
       77  WRK-CLIENTE-NOME         PIC X(20)     VALUE SPACES.

       77  WRK-MAX-MOVTOS           PIC 9(04)     VALUE 5000.
       77  WRK-QTD-MOVTOS           PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-MOVTO            PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-MVT-ACHADO           PIC X(01)     VALUE 'N'.
           88  WRK-MOVTO-NA-TABELA                 VALUE 'S'.
       01  WRK-TABELA-MOVTOS.
           03  WRK-MVT-ENT OCCURS 5000 TIMES.
               05  WRK-MVT-CHAVE      PIC X(11).
               05  WRK-MVT-PAGO-MES   PIC 9(09)V99.
               05  WRK-MVT-CRED-MES   PIC 9(09)V99.
               05  WRK-MVT-PAGO-APOS  PIC 9(09)V99.
               05  WRK-MVT-CRED-APOS  PIC 9(09)V99.

       77  WRK-MAX-ITENS            PIC 9(03)     VALUE 300.
       77  WRK-QTD-ITENS            PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-ITEM             PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ITENS.
           03  WRK-ITEM-ENT OCCURS 300 TIMES.
               05  WRK-ITM-NUMERO     PIC 9(06).
               05  WRK-ITM-EMISSAO    PIC 9(08).
               05  WRK-ITM-VENCIMENTO PIC 9(08).
               05  WRK-ITM-VALOR      PIC 9(08)V99.
               05  WRK-ITM-SALDO      PIC S9(08)V99.

       77  WRK-PAGO-MES             PIC 9(09)V99  VALUE ZEROS.
       77  WRK-CRED-MES             PIC 9(09)V99  VALUE ZEROS.
       77  WRK-PAGO-APOS            PIC 9(09)V99  VALUE ZEROS.
       77  WRK-CRED-APOS            PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SALDO-ATUAL          PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-FIM-FATURA     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-INI-FATURA     PIC S9(09)V99 VALUE ZEROS.

       01  WRK-TOTAIS-CLIENTE.
           03  WRK-CLI-SALDO-ANT    PIC S9(11)V99.
           03  WRK-CLI-FATURADO     PIC S9(11)V99.
           03  WRK-CLI-PAGO         PIC S9(11)V99.
           03  WRK-CLI-CREDITOS     PIC S9(11)V99.
           03  WRK-CLI-FINAL        PIC S9(11)V99.
           03  WRK-CLI-QTD-FATURAS  PIC 9(04).
           03  WRK-CLI-QTD-MOVTOS   PIC 9(04).

       77  WRK-VALOR-ED             PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-ED               PIC ZZZ9.
       77  WRK-QTD-EXTRATOS         PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-SEM-MOVIMENTO    PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-MOVTOS-LIDOS     PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-FATURA
               UNTIL WRK-NAO-HA-MAIS-RAZAO.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
      *                   Inicializar os Dados
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'EXTRATOCLI' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'EXTRATO DE CLIENTES NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY 'MES DO EXTRATO (AAAAMM) ...... : '.
           ACCEPT WRK-MES-EXTRATO.
           IF WRK-EXT-MES < 01 OR WRK-EXT-MES > 12
              DISPLAY 'MES INVALIDO: ' WRK-MES-EXTRATO
                      '. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           COMPUTE WRK-DATA-INICIO = WRK-MES-EXTRATO * 100 + 01.
           COMPUTE WRK-DATA-FIM    = WRK-MES-EXTRATO * 100 + 31.

           OPEN INPUT SITE-PARM-FILE.
           IF FS-SITEP-OK
              READ SITE-PARM-FILE
                  AT END
                      MOVE 'C' TO PARM-DECIMAL-CHAR
              END-READ
              CLOSE SITE-PARM-FILE
           ELSE
              MOVE 'C' TO PARM-DECIMAL-CHAR
           END-IF.

           PERFORM 0110-CARREGAR-MOVIMENTOS.

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

           OPEN OUTPUT EXTRATO-REPORT.
           CALL 'PROGCOBU1' USING 'EXTRATO.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE ZEROS TO CRE-CLIENTE CRE-NUMERO.
           START CONTAS-RECEBER
               KEY IS NOT LESS THAN CRE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RAZAO
           END-START.
           PERFORM 0120-LER-RAZAO.
      *----------------------------------------------------------------*
      *          Pagamentos e notas de credito do mes e posteriores,
      *          somados por fatura; o anterior ao mes nao interessa
      *----------------------------------------------------------------*
       0110-CARREGAR-MOVIMENTOS.

           OPEN INPUT AR-MOVIMENTOS.
           IF NOT FS-ARMOV-OK
              DISPLAY 'ARMOVTO.DAT AUSENTE: EXTRATO SEM PAGAMENTOS E '
                      'NOTAS DE CREDITO.'
           ELSE
              PERFORM UNTIL WRK-NAO-HA-MAIS-MOVTOS
                 READ AR-MOVIMENTOS
                     AT END
                         MOVE 'S' TO WRK-FIM-MOVTOS
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-MOVTOS
                    ADD 1 TO WRK-QTD-MOVTOS-LIDOS
                    IF AMV-DATA NOT < WRK-DATA-INICIO
                       AND NOT AMV-RECUPERACAO
                       PERFORM 0115-SOMAR-MOVIMENTO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE AR-MOVIMENTOS
           END-IF.
      *----------------------------------------------------------------*
       0115-SOMAR-MOVIMENTO.

           MOVE 'N' TO WRK-MVT-ACHADO.
           PERFORM VARYING WRK-IDX-MOVTO FROM 1 BY 1
                   UNTIL WRK-IDX-MOVTO > WRK-QTD-MOVTOS
                      OR WRK-MOVTO-NA-TABELA
              IF WRK-MVT-CHAVE(WRK-IDX-MOVTO) = AMV-CHAVE
                 MOVE 'S' TO WRK-MVT-ACHADO
              END-IF
           END-PERFORM.

           IF WRK-MOVTO-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-MOVTO
           ELSE
              IF WRK-QTD-MOVTOS >= WRK-MAX-MOVTOS
                 DISPLAY 'TABELA DE MOVIMENTOS ESGOTADA ('
                         WRK-MAX-MOVTOS ').'
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-MOVTOS
              MOVE WRK-QTD-MOVTOS TO WRK-IDX-MOVTO
              MOVE AMV-CHAVE TO WRK-MVT-CHAVE(WRK-IDX-MOVTO)
              MOVE ZEROS     TO WRK-MVT-PAGO-MES(WRK-IDX-MOVTO)
                                WRK-MVT-CRED-MES(WRK-IDX-MOVTO)
                                WRK-MVT-PAGO-APOS(WRK-IDX-MOVTO)
                                WRK-MVT-CRED-APOS(WRK-IDX-MOVTO)
           END-IF.

           EVALUATE TRUE
              WHEN AMV-DATA > WRK-DATA-FIM
                AND (AMV-NOTA-CREDITO OR AMV-BAIXA-PERDA)
                 ADD AMV-VALOR TO WRK-MVT-CRED-APOS(WRK-IDX-MOVTO)
              WHEN AMV-DATA > WRK-DATA-FIM
                 ADD AMV-VALOR TO WRK-MVT-PAGO-APOS(WRK-IDX-MOVTO)
              WHEN AMV-NOTA-CREDITO OR AMV-BAIXA-PERDA
                 ADD AMV-VALOR TO WRK-MVT-CRED-MES(WRK-IDX-MOVTO)
              WHEN OTHER
                 ADD AMV-VALOR TO WRK-MVT-PAGO-MES(WRK-IDX-MOVTO)
           END-EVALUATE.
      *----------------------------------------------------------------*
       0120-LER-RAZAO.

           IF NOT WRK-NAO-HA-MAIS-RAZAO
              READ CONTAS-RECEBER NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-RAZAO
              END-READ
           END-IF.
      *----------------------------------------------------------------*
      *          Posicao da fatura no fim do mes: saldo de hoje mais
      *          o abatido depois do mes; no inicio do mes, mais o
      *          abatido dentro do mes (zero se faturada no mes)
      *----------------------------------------------------------------*
       0200-PROCESSAR-FATURA.

           IF CRE-DATA-RODADA NOT > WRK-DATA-FIM
              IF CRE-CLIENTE NOT = WRK-CLIENTE-ANTERIOR
                 IF WRK-CLIENTE-ANTERIOR NOT = ZEROS
                    PERFORM 0230-FECHAR-CLIENTE
                 END-IF
                 PERFORM 0210-ABRIR-CLIENTE
              END-IF
              PERFORM 0220-POSICIONAR-FATURA
           END-IF.

           PERFORM 0120-LER-RAZAO.
      *----------------------------------------------------------------*
       0210-ABRIR-CLIENTE.

           MOVE CRE-CLIENTE TO WRK-CLIENTE-ANTERIOR.
           MOVE ZEROS       TO WRK-TOTAIS-CLIENTE WRK-QTD-ITENS.
           MOVE CRE-CLIENTE TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO CLI-NOME
           END-READ.
           MOVE CLI-NOME TO WRK-CLIENTE-NOME.
      *----------------------------------------------------------------*
       0220-POSICIONAR-FATURA.

           IF CRE-CANCELADA OR CRE-BAIXADA
              MOVE ZEROS TO WRK-SALDO-ATUAL
           ELSE
              COMPUTE WRK-SALDO-ATUAL =
                      CRE-VALOR-FATURA - CRE-VALOR-PAGO
           END-IF.

           MOVE ZEROS TO WRK-PAGO-MES WRK-CRED-MES
                         WRK-PAGO-APOS WRK-CRED-APOS.
           MOVE 'N' TO WRK-MVT-ACHADO.
           PERFORM VARYING WRK-IDX-MOVTO FROM 1 BY 1
                   UNTIL WRK-IDX-MOVTO > WRK-QTD-MOVTOS
                      OR WRK-MOVTO-NA-TABELA
              IF WRK-MVT-CHAVE(WRK-IDX-MOVTO) = CRE-CHAVE
                 MOVE 'S' TO WRK-MVT-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-MOVTO-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-MOVTO
              MOVE WRK-MVT-PAGO-MES(WRK-IDX-MOVTO)  TO WRK-PAGO-MES
              MOVE WRK-MVT-CRED-MES(WRK-IDX-MOVTO)  TO WRK-CRED-MES
              MOVE WRK-MVT-PAGO-APOS(WRK-IDX-MOVTO) TO WRK-PAGO-APOS
              MOVE WRK-MVT-CRED-APOS(WRK-IDX-MOVTO) TO WRK-CRED-APOS
           END-IF.

           COMPUTE WRK-SALDO-FIM-FATURA =
                   WRK-SALDO-ATUAL + WRK-PAGO-APOS + WRK-CRED-APOS.
           COMPUTE WRK-SALDO-INI-FATURA =
                   WRK-SALDO-FIM-FATURA + WRK-PAGO-MES + WRK-CRED-MES.

           IF CRE-DATA-RODADA NOT < WRK-DATA-INICIO
              ADD WRK-SALDO-INI-FATURA TO WRK-CLI-FATURADO
              ADD 1 TO WRK-CLI-QTD-FATURAS WRK-CLI-QTD-MOVTOS
           ELSE
              ADD WRK-SALDO-INI-FATURA TO WRK-CLI-SALDO-ANT
           END-IF.
           IF WRK-PAGO-MES > ZEROS OR WRK-CRED-MES > ZEROS
              ADD 1 TO WRK-CLI-QTD-MOVTOS
           END-IF.
           ADD WRK-PAGO-MES         TO WRK-CLI-PAGO.
           ADD WRK-CRED-MES         TO WRK-CLI-CREDITOS.
           ADD WRK-SALDO-FIM-FATURA TO WRK-CLI-FINAL.

           IF WRK-SALDO-FIM-FATURA NOT = ZEROS
              IF WRK-QTD-ITENS >= WRK-MAX-ITENS
                 DISPLAY 'TABELA DE ITENS DO CLIENTE ' CRE-CLIENTE
                         ' ESGOTADA (' WRK-MAX-ITENS ').'
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-ITENS
              MOVE CRE-NUMERO         TO WRK-ITM-NUMERO(WRK-QTD-ITENS)
              MOVE CRE-DATA-RODADA    TO WRK-ITM-EMISSAO(WRK-QTD-ITENS)
              MOVE CRE-DATA-PROMETIDA
                TO WRK-ITM-VENCIMENTO(WRK-QTD-ITENS)
              MOVE CRE-VALOR-FATURA   TO WRK-ITM-VALOR(WRK-QTD-ITENS)
              MOVE WRK-SALDO-FIM-FATURA
                TO WRK-ITM-SALDO(WRK-QTD-ITENS)
           END-IF.
      *----------------------------------------------------------------*
      *          Cliente sem item em aberto e sem movimento no mes
      *          fica sem extrato
      *----------------------------------------------------------------*
       0230-FECHAR-CLIENTE.

           IF WRK-QTD-ITENS = ZEROS AND WRK-CLI-QTD-MOVTOS = ZEROS
              ADD 1 TO WRK-QTD-SEM-MOVIMENTO
           ELSE
              PERFORM 0240-IMPRIMIR-EXTRATO
           END-IF.
      *----------------------------------------------------------------*
      *          Uma pagina de extrato por cliente
      *----------------------------------------------------------------*
       0240-IMPRIMIR-EXTRATO.

           ADD 1 TO WRK-QTD-EXTRATOS.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EXTRATO DE CONTA - MES ' WRK-EXT-MES '/'
                  WRK-EXT-ANO '            EMITIDO EM '
                  WRK-DATA-RODADA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTE ' WRK-CLIENTE-ANTERIOR ' - '
                  WRK-CLIENTE-NOME
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-CLI-SALDO-ANT TO WRK-VALOR-ED.
           PERFORM 0810-FORMATAR-VALOR.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO ANTERIOR ................. : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-CLI-FATURADO TO WRK-VALOR-ED.
           PERFORM 0810-FORMATAR-VALOR.
           MOVE WRK-CLI-QTD-FATURAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '(+) FATURAS DO MES (' WRK-QTD-ED ') ....... : '
                  WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-CLI-PAGO TO WRK-VALOR-ED.
           PERFORM 0810-FORMATAR-VALOR.
           MOVE SPACES TO REL-LINHA.
           STRING '(-) PAGAMENTOS RECEBIDOS ....... : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-CLI-CREDITOS TO WRK-VALOR-ED.
           PERFORM 0810-FORMATAR-VALOR.
           MOVE SPACES TO REL-LINHA.
           STRING '(-) NOTAS DE CREDITO E BAIXAS .. : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-CLI-FINAL TO WRK-VALOR-ED.
           PERFORM 0810-FORMATAR-VALOR.
           MOVE SPACES TO REL-LINHA.
           STRING '(=) SALDO FINAL ................ : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-QTD-ITENS = ZEROS
              MOVE 'NENHUM ITEM EM ABERTO NO FIM DO MES.' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              MOVE 'ITENS EM ABERTO NO FIM DO MES:' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              MOVE SPACES TO REL-LINHA
              STRING 'FATURA  EMISSAO   VENCIMENTO'
                     '         VALOR            SALDO'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              PERFORM 0250-IMPRIMIR-ITEM
                  VARYING WRK-IDX-ITEM FROM 1 BY 1
                  UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
           END-IF.
      *----------------------------------------------------------------*
       0250-IMPRIMIR-ITEM.

           MOVE SPACES TO REL-LINHA.
           STRING WRK-ITM-NUMERO(WRK-IDX-ITEM) '  '
                  WRK-ITM-EMISSAO(WRK-IDX-ITEM) '  '
                  WRK-ITM-VENCIMENTO(WRK-IDX-ITEM)
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           MOVE WRK-ITM-VALOR(WRK-IDX-ITEM) TO WRK-VALOR-ED.
           PERFORM 0810-FORMATAR-VALOR.
           MOVE WRK-VALOR-ED TO REL-LINHA(28:15).
           MOVE WRK-ITM-SALDO(WRK-IDX-ITEM) TO WRK-VALOR-ED.
           PERFORM 0810-FORMATAR-VALOR.
           MOVE WRK-VALOR-ED TO REL-LINHA(45:15).
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'EXTRATO.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Ajustar um valor editado para o padrao decimal do
      *          site (virgula ou ponto), sem recompilar o programa
      *----------------------------------------------------------------*
       0810-FORMATAR-VALOR.

           MOVE WRK-VALOR-ED TO WRK-BUFFER-ED.
           CALL 'PROGCOBU2' USING WRK-BUFFER-ED PARM-DECIMAL-CHAR.
           MOVE WRK-BUFFER-ED TO WRK-VALOR-ED.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           IF WRK-CLIENTE-ANTERIOR NOT = ZEROS
              PERFORM 0230-FECHAR-CLIENTE
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'MES DO EXTRATO ........ : ' WRK-MES-EXTRATO.
           DISPLAY 'MOVIMENTOS LIDOS ...... : ' WRK-QTD-MOVTOS-LIDOS.
           DISPLAY 'EXTRATOS EMITIDOS ..... : ' WRK-QTD-EXTRATOS.
           DISPLAY 'CLIENTES SEM MOVIMENTO  : ' WRK-QTD-SEM-MOVIMENTO.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           CLOSE CONTAS-RECEBER CUSTOMER-MASTER EXTRATO-REPORT.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'CLOSE' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'EXTRATO.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0950-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
