      *                junto do checkpoint por pedido: a retomada
      *                apos abend no meio de um pedido nao baixa
      *                mais duas vezes os itens ja lidos.
      * 15.10.2026 EAS Pedido com produto congelado em contagem de
      *                inventario (EST-CONTAGEM, PROGCOB71) nao e
      *                faturado na rodada: sai aviso e alerta no
      *                INCIDENT.DAT, e o saldo fica parado ate o
      *                ajuste da contagem pelo PROGCOB73.
      * 15.10.2026 EAS A baixa de estoque passou a ser custeada pelo
      *                custo medio do produto (EST-CUSTO-MEDIO): o
      *                movimento sai com MOV-CUSTO-UNITARIO e o custo
      *                das mercadorias vendidas de cada pedido vai para
      *                o GLLANCTO.DAT como origem CMV, junto do
      *                checkpoint, para o PROGCOB14 lancar no GL.
      * 15.10.2026 EAS A saida da baixa grava a fatura na origem do
      *                movimento ('FT' + numero), para o recebimento
      *                de devolucoes do PROGCOB76 conferir o que foi
      *                faturado de cada produto.
      * 15.10.2026 EAS Escolha da transportadora por fatura entre as
      *                tarifas vigentes da UF (uma por transportadora
      *                no FRETERATE.DAT), pela regra do registro 'T'
      *                do SITE.PARM: menor frete, ou menor frete entre
      *                as transportadoras com percentual no prazo do
      *                PROGCOB39 (TRPMAST) no minimo do parametro. A
      *                escolhida vai para FAT-TRANSPORTADORA e as
      *                alternativas com o frete de cada uma saem no
      *                relatorio TRANSSEL.REL.
      * 15.10.2026 EAS Cada fatura do INVOICE.REL ganhou a linha de
      *                preco: lista do PRODUCT-MASTER, desconto e
      *                liquido faturado, com o preco de lista de
      *                cada item obtido pelo PROGCOBU8.
      * 15.10.2026 EAS Cada fatura gera o documento fiscal eletronico
      *                (layout NFEDOREG: cabecalho com cliente, UF,
      *                transportadora, totais e ICMS do 0217, mais um
      *                item por linha do pedido), guardado com a
      *                situacao P no NFEDOC.DAT e gravado no arquivo
      *                de transmissao NFEEXP.DAT da rodada, fechado
      *                com trailer EXTTRAIL (registros, soma dos
      *                valores e data). O checkpoint passou a levar
      *                os acumuladores do trailer para a retomada.
      * 15.10.2026 EAS Fatura baixada por perda (situacao 'B') nao
      *                entra mais no credito consumido do cliente.
      * 15.10.2026 EAS Fatura com numero proprio: FAT-NUMERO e o
      *                documento fiscal saem da sequencia guardada em
      *                FCK-ULT-FATURA (iniciada, na primeira rodada,
      *                acima do maior numero ja existente no razao e
      *                no NFEDOC.DAT), e o pedido vai em FAT-PEDIDO.
      *                O atendimento parcial faturava o mesmo pedido
      *                duas vezes com o mesmo numero. Faixa ate
      *                899999; acima dela fica a mensalidade.
      * 15.10.2026 EAS Pedido retido por contagem de inventario vai
      *                para PEDRETID.DAT (cabecalho + itens, layout
      *                PEDIDREG), de onde o PROGCOB20 o reapresenta
      *                quando a contagem fecha. A alocacao do estoque
      *                continua reservada para o pedido retido.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVES.

           SELECT GL-LANCAMENTOS
               ASSIGN TO 'GLLANCTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-GLLAN.

           SELECT CONTAS-RECEBER
               ASSIGN TO 'ARLEDGER.DAT'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INCID.

           SELECT CARRIER-MASTER
               ASSIGN TO 'TRPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRP-CODIGO
               FILE STATUS IS FS-TRPMA.

           SELECT SELECAO-REPORT
               ASSIGN TO 'TRANSSEL.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRSEL.

           SELECT NFE-DOCUMENTOS
               ASSIGN TO 'NFEDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFDOC.

           SELECT NFE-EXPORTACAO
               ASSIGN TO 'NFEEXP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NFEXP.

           SELECT PEDIDOS-RETIDOS
               ASSIGN TO 'PEDRETID.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PRETI.

      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FD  MOVIMENTO-ESTOQUE.
       COPY MOVESTRE.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  CONTAS-RECEBER.
       COPY CTARECEB.


       FD  INCIDENTE-FILE.
       COPY INCIDREG.

       FD  CARRIER-MASTER.
       COPY TRPREG.

       FD  SELECAO-REPORT.
       01  SEL-LINHA                  PIC X(80).

       FD  NFE-DOCUMENTOS.
       COPY NFEDOREG.

      *    Pedido retido por contagem, no layout do PEDIDREG
       FD  PEDIDOS-RETIDOS.
       01  RET-REG.
           03  RET-TIPO-REG               PIC X(01).
           03  RET-CLIENTE                PIC 9(05).
           03  RET-NUMERO                 PIC 9(06).
           03  RET-ITEM                   PIC 9(02).
           03  RET-DADOS                  PIC X(52).
           03  RET-DADOS-CABECALHO REDEFINES RET-DADOS.
               05  RET-DATA               PIC 9(08).
               05  RET-UF                 PIC X(02).
               05  FILLER                 PIC X(42).
           03  RET-DADOS-ITEM REDEFINES RET-DADOS.
               05  RET-PRODUTO            PIC X(20).
               05  RET-CATEGORIA          PIC X(02).
               05  RET-QUANTIDADE         PIC 9(04).
               05  RET-VALOR              PIC 9(06)V99.
               05  RET-PESO               PIC 9(04)V999.
               05  FILLER                 PIC X(11).

       FD  NFE-EXPORTACAO.
       01  NFX-REG                    PIC X(179).
       COPY EXTTRAIL REPLACING ==:TRL:== BY ==NFX==.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ICMSR==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ESTOQ==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==MOVES==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECEB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FCKPT==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FTOTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==INCID==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRPMA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TRSEL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NFDOC==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NFEXP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PRETI==.

       77  WRK-BUFFER-ED            PIC X(20)     VALUE SPACES.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FCOMP==.
               05  WRK-TAR-TAXA-FIXA      PIC 9(04)V99.
               05  WRK-TAR-DIAS-TRANSITO  PIC 9(02).
               05  WRK-TAR-TRANSP         PIC X(03).
               05  WRK-TAR-PCT-PRAZO      PIC 9(03)V99.
               05  WRK-TAR-MEDIDA         PIC X(01).
                   88  WRK-TAR-COM-DESEMPENHO          VALUE 'S'.

       77  WRK-FIM-PARMS            PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-PARMS               VALUE 'S'.
       77  WRK-PRIMEIRO-PARM        PIC X(01)     VALUE 'S'.
       77  WRK-DECIMAL-CHAR         PIC X(01)     VALUE 'C'.
       77  WRK-REGRA-TRANSP         PIC X(01)     VALUE 'F'.
           88  WRK-REGRA-MENOR-FRETE               VALUE 'F'.
           88  WRK-REGRA-DESEMPENHO                VALUE 'D'.
       77  WRK-PCT-MINIMO           PIC 9(03)V99  VALUE ZEROS.
       77  WRK-PCT-ED               PIC ZZ9,99.

       77  WRK-MAX-CANDIDATAS       PIC 9(02)     VALUE 20.
       77  WRK-QTD-CANDIDATAS       PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-CANDIDATA        PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-CAND-ESCOLHIDA   PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-QTD-QUALIFICADAS     PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-CANDIDATA-ACHADA     PIC X(01)     VALUE 'N'.
           88  WRK-CANDIDATA-NA-TABELA             VALUE 'S'.
       77  WRK-FRETE-CANDIDATA      PIC 9(06)V99  VALUE ZEROS.
       01  WRK-TABELA-CANDIDATAS.
           03  WRK-CANDIDATA OCCURS 20 TIMES.
               05  WRK-CAN-TRANSP         PIC X(03).
               05  WRK-CAN-IDX-TARIFA     PIC 9(03).
               05  WRK-CAN-FRETE          PIC 9(06)V99.
               05  WRK-CAN-SITUACAO       PIC X(01).
                   88  WRK-CAN-QUALIFICADA             VALUE 'S'.

       77  WRK-MAX-CATEGS           PIC 9(02)     VALUE 50.
       77  WRK-QTD-PESOS            PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-UF                   PIC X(02)     VALUE SPACES.
       77  WRK-FRETE                PIC 9(06)V99  VALUE ZEROS.
       77  WRK-FRETE-VALOR          PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VALOR-LISTA          PIC 9(08)V99  VALUE ZEROS.
       77  WRK-VALOR-DESCONTO       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-LISTA-ED       PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-DESCONTO-ED    PIC -Z.ZZZ.ZZ9,99.
       77  WRK-VALOR-LIQUIDO-ED     PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-U8-PRECO-LISTA       PIC 9(06)V99  VALUE ZEROS.
       77  WRK-U8-PRECO-CLIENTE     PIC 9(06)V99  VALUE ZEROS.
       77  WRK-U8-DESCONTO-PCT      PIC 9(02)V99  VALUE ZEROS.
       77  WRK-U8-ORIGEM            PIC X(01)     VALUE SPACES.
       77  WRK-FRETE-PESO           PIC 9(06)V99  VALUE ZEROS.
       77  WRK-FRETE-PESO-ITEM      PIC 9(06)V99  VALUE ZEROS.
       77  WRK-SOBRETAXA-ACUM       PIC 9(06)V99  VALUE ZEROS.
       77  WRK-PEDIDO-CURSO         PIC X(01)     VALUE 'N'.
           88  WRK-PEDIDO-EM-CURSO                 VALUE 'S'.
       77  WRK-NUM-PEDIDO           PIC 9(06)     VALUE ZEROS.
       77  WRK-NUM-FATURA           PIC 9(06)     VALUE ZEROS.
       77  WRK-ULT-FATURA           PIC 9(06)     VALUE ZEROS.
       77  WRK-MAX-FATURA-COMERCIAL PIC 9(06)     VALUE 899999.
       77  WRK-FIM-NFEDOC           PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-NFEDOC              VALUE 'S'.
       77  WRK-QTD-ITENS            PIC 9(02)     VALUE ZEROS.
       77  WRK-MAX-ITENS-PED        PIC 9(02)     VALUE 99.
       77  WRK-IDX-ITEM-PED         PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-BAIXA-PRODUTO        PIC X(20)     VALUE SPACES.
       77  WRK-BAIXA-QUANTIDADE     PIC 9(04)     VALUE ZEROS.
       77  WRK-ITEM-CONTAGEM        PIC X(01)     VALUE 'N'.
           88  WRK-ITEM-EM-CONTAGEM                VALUE 'S'.
       77  WRK-CMV-PEDIDO           PIC 9(09)V99  VALUE ZEROS.
       77  WRK-CMV-TOTAL            PIC 9(11)V99  VALUE ZEROS.
       77  WRK-CMV-TOTAL-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-NFE-DOCUMENTOS   PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-NFE-REGISTROS    PIC 9(06)     VALUE ZEROS.
       77  WRK-HASH-NFE             PIC 9(13)V99  VALUE ZEROS.
       01  WRK-TABELA-ITENS-PEDIDO.
           03  WRK-ITEM-PED OCCURS 99 TIMES.
               05  WRK-ITP-ITEM         PIC 9(02).
               05  WRK-ITP-PRODUTO      PIC X(20).
               05  WRK-ITP-CATEGORIA    PIC X(02).
               05  WRK-ITP-QUANTIDADE   PIC 9(04).
               05  WRK-ITP-VALOR        PIC 9(06)V99.
               05  WRK-ITP-PESO         PIC 9(04)V999.

       77  WRK-LINHAS-PAGINA        PIC 9(02)     VALUE ZEROS.
       77  WRK-LINHA-GUARDADA       PIC X(80)     VALUE SPACES.
                         WRK-PAGINA WRK-LINHAS-PAGINA
                         WRK-TOTAL-PAGINA WRK-CLIENTE-ANTERIOR
                         WRK-SUBTOTAL-CLIENTE WRK-CREDITO-CONSUMIDO
                         WRK-NUM-PEDIDO WRK-QTD-ITENS
                         WRK-QTD-NFE-DOCUMENTOS WRK-QTD-NFE-REGISTROS
                         WRK-HASH-NFE WRK-ULT-FATURA.
           MOVE 'N' TO WRK-PEDIDO-CURSO.

           PERFORM 0130-RETOMAR-CHECKPOINT.
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

           MOVE 'N' TO WRK-TEM-CONTRATO.
           OPEN INPUT  CONTRATO-FILE.
           IF FS-CONTR = '35'
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-RODADA-RETOMADA
              OPEN EXTEND SELECAO-REPORT
           ELSE
              OPEN OUTPUT SELECAO-REPORT
           END-IF.
           CALL 'PROGCOBU1' USING 'TRANSSEL.REL' 'OPEN' FS-TRSEL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O NFE-DOCUMENTOS.
           IF FS-NFDOC = '35'
              OPEN OUTPUT NFE-DOCUMENTOS
              CLOSE NFE-DOCUMENTOS
              OPEN I-O NFE-DOCUMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'OPEN' FS-NFDOC
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-RODADA-RETOMADA
              OPEN EXTEND NFE-EXPORTACAO
           ELSE
              OPEN OUTPUT NFE-EXPORTACAO
           END-IF.
           CALL 'PROGCOBU1' USING 'NFEEXP.DAT' 'OPEN' FS-NFEXP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT FREIGHT-TOTAL-EXTRACT.
           CALL 'PROGCOBU1' USING 'FRETETOT.DAT' 'OPEN' FS-FTOTA
                WRK-ABEND.
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-ULT-FATURA = ZEROS
              PERFORM 0137-INICIAR-NUMERACAO
           END-IF.

           IF WRK-RODADA-RETOMADA
              PERFORM 0135-RESTAURAR-ACUMULADORES
              PERFORM 0140-AVANCAR-ATE-CHECKPOINT
      *----------------------------------------------------------------*
        0105-ABRIR-ARQUIVOS-TARIFA.

           MOVE 'N'   TO WRK-FIM-PARMS.
           MOVE 'S'   TO WRK-PRIMEIRO-PARM.
           MOVE 'C'   TO WRK-DECIMAL-CHAR.
           MOVE 'F'   TO WRK-REGRA-TRANSP.
           MOVE ZEROS TO WRK-PCT-MINIMO.
           OPEN INPUT SITE-PARM-FILE.
           IF FS-SITEP-OK
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
                    IF PARM-TRS-TRANSPORTADORA
                       AND PARM-TRS-DESEMPENHO
                       MOVE 'D'                 TO WRK-REGRA-TRANSP
                       MOVE PARM-TRS-PCT-MINIMO TO WRK-PCT-MINIMO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SITE-PARM-FILE
           END-IF.
           MOVE WRK-DECIMAL-CHAR TO PARM-DECIMAL-CHAR.

           OPEN INPUT  FRETE-RATE-FILE.
           CALL 'PROGCOBU1' USING 'FRETERATE.DAT' 'OPEN' FS-FRETE
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT  CARRIER-MASTER.
           IF FS-TRPMA = '35'
              DISPLAY 'TRPMAST.DAT AUSENTE: TRANSPORTADORAS SEM '
                      'PERCENTUAL NO PRAZO.'
           ELSE
              CALL 'PROGCOBU1' USING 'TRPMAST.DAT' 'OPEN' FS-TRPMA
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.

           PERFORM 0106-CARREGAR-TABELAS-TARIFA.
      *----------------------------------------------------------------*
      *     Carregar as tabelas de tarifa em memoria uma unica vez:
                   TO WRK-TAR-DIAS-TRANSITO(WRK-QTD-TARIFAS)
                 MOVE FR-TRANSPORTADORA
                   TO WRK-TAR-TRANSP(WRK-QTD-TARIFAS)
                 PERFORM 0107-CARREGAR-DESEMPENHO
              END-IF
           END-PERFORM.

           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF NOT FS-TRPMA = '35'
              CLOSE CARRIER-MASTER
              CALL 'PROGCOBU1' USING 'TRPMAST.DAT' 'CLOSE' FS-TRPMA
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *     Percentual no prazo do ultimo boletim do PROGCOB39 da
      *     transportadora da tarifa; sem boletim fica sem medicao
      *----------------------------------------------------------------*
       0107-CARREGAR-DESEMPENHO.

           MOVE ZEROS TO WRK-TAR-PCT-PRAZO(WRK-QTD-TARIFAS).
           MOVE 'N'   TO WRK-TAR-MEDIDA(WRK-QTD-TARIFAS).

           IF NOT FS-TRPMA = '35'
              MOVE FR-TRANSPORTADORA TO TRP-CODIGO
              READ CARRIER-MASTER
                  INVALID KEY
                      MOVE ZEROS TO TRP-MES-DESEMPENHO
              END-READ
              IF NOT TRP-SEM-DESEMPENHO
                 MOVE TRP-PCT-NO-PRAZO
                   TO WRK-TAR-PCT-PRAZO(WRK-QTD-TARIFAS)
                 MOVE 'S' TO WRK-TAR-MEDIDA(WRK-QTD-TARIFAS)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *                   Ler proximo pedido
      *----------------------------------------------------------------*
           IF FS-FCKPT-OK
              READ FATURAMENTO-CHECKPOINT
                  AT END
                      MOVE ZEROS TO FCK-ULT-PEDIDO FCK-ULT-FATURA
              END-READ
              IF FS-FCKPT-OK
                 MOVE FCK-ULT-FATURA TO WRK-ULT-FATURA
              END-IF
              IF FS-FCKPT-OK
                 AND FCK-ULT-PEDIDO > ZEROS
                 MOVE 'S' TO WRK-RETOMADA
           MOVE FCK-CLIENTE-ANTERIOR  TO WRK-CLIENTE-ANTERIOR.
           MOVE FCK-SUBTOTAL-CLIENTE  TO WRK-SUBTOTAL-CLIENTE.
           MOVE FCK-CREDITO-CONSUMIDO TO WRK-CREDITO-CONSUMIDO.
           MOVE FCK-QTD-NFE-DOCUMENTOS TO WRK-QTD-NFE-DOCUMENTOS.
           MOVE FCK-QTD-NFE-REGISTROS TO WRK-QTD-NFE-REGISTROS.
           MOVE FCK-HASH-NFE          TO WRK-HASH-NFE.

           IF WRK-CLIENTE-ANTERIOR NOT = ZEROS
              MOVE WRK-CLIENTE-ANTERIOR TO CLI-CODIGO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *     Sem numeracao guardada no checkpoint (primeira rodada com
      *     numero proprio de fatura): a sequencia parte do maior
      *     numero de fatura comercial ja existente no razao e no
      *     NFEDOC.DAT, para nunca repetir um numero antigo
      *----------------------------------------------------------------*
        0137-INICIAR-NUMERACAO.

           IF WRK-RAZAO-DISPONIVEL
              MOVE 'N'   TO WRK-FIM-RAZAO
              MOVE ZEROS TO CRE-CLIENTE CRE-NUMERO
              START CONTAS-RECEBER
                  KEY IS NOT LESS THAN CRE-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WRK-FIM-RAZAO
              END-START
              PERFORM UNTIL WRK-NAO-HA-MAIS-RAZAO
                 READ CONTAS-RECEBER NEXT RECORD
                     AT END
                         MOVE 'S' TO WRK-FIM-RAZAO
                 END-READ
                 IF NOT WRK-NAO-HA-MAIS-RAZAO
                    AND CRE-NUMERO > WRK-ULT-FATURA
                    AND CRE-NUMERO NOT > WRK-MAX-FATURA-COMERCIAL
                    MOVE CRE-NUMERO TO WRK-ULT-FATURA
                 END-IF
              END-PERFORM
           END-IF.

           MOVE 'N'   TO WRK-FIM-NFEDOC.
           MOVE ZEROS TO NFE-NUMERO NFE-ITEM.
           START NFE-DOCUMENTOS
               KEY IS NOT LESS THAN NFE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-NFEDOC
           END-START.
           PERFORM UNTIL WRK-NAO-HA-MAIS-NFEDOC
              READ NFE-DOCUMENTOS NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-NFEDOC
              END-READ
              IF NOT WRK-NAO-HA-MAIS-NFEDOC
                 AND NFE-NUMERO > WRK-ULT-FATURA
                 AND NFE-NUMERO NOT > WRK-MAX-FATURA-COMERCIAL
                 MOVE NFE-NUMERO TO WRK-ULT-FATURA
              END-IF
           END-PERFORM.

           DISPLAY 'NUMERACAO DE FATURAS INICIADA APOS '
                   WRK-ULT-FATURA.
      *----------------------------------------------------------------*
      *     Descartar os pedidos ja completados antes do checkpoint
      *----------------------------------------------------------------*
        0140-AVANCAR-ATE-CHECKPOINT.
           MOVE PED-DATA      TO WRK-DATA-PEDIDO.
           MOVE ZEROS         TO WRK-VALOR WRK-PESO WRK-FRETE
                                 WRK-FRETE-VALOR WRK-FRETE-PESO
                                 WRK-SOBRETAXA-ACUM WRK-QTD-ITENS
                                 WRK-VALOR-LISTA.
           MOVE SPACES        TO WRK-PRODUTO.

           PERFORM 0209-BUSCAR-TARIFA-VIGENTE.
              END-IF
              ADD PED-VALOR TO WRK-VALOR
              ADD PED-PESO  TO WRK-PESO
              CALL 'PROGCOBU8' USING PED-CLIENTE PED-PRODUTO
                   PED-QUANTIDADE WRK-DATA-PEDIDO
                   WRK-U8-PRECO-LISTA WRK-U8-PRECO-CLIENTE
                   WRK-U8-DESCONTO-PCT WRK-U8-ORIGEM
              IF WRK-U8-ORIGEM = 'N'
                 ADD PED-VALOR          TO WRK-VALOR-LISTA
              ELSE
                 ADD WRK-U8-PRECO-LISTA TO WRK-VALOR-LISTA
              END-IF
              ADD 1         TO WRK-QTD-ITENS
              IF WRK-QTD-ITENS = 1
                 MOVE PED-PRODUTO TO WRK-PRODUTO
              ELSE
                 MOVE 'DIVERSOS'  TO WRK-PRODUTO
              END-IF
              MOVE PED-ITEM
                TO WRK-ITP-ITEM(WRK-QTD-ITENS)
              MOVE PED-PRODUTO
                TO WRK-ITP-PRODUTO(WRK-QTD-ITENS)
              MOVE PED-CATEGORIA
                TO WRK-ITP-CATEGORIA(WRK-QTD-ITENS)
              MOVE PED-QUANTIDADE
                TO WRK-ITP-QUANTIDADE(WRK-QTD-ITENS)
              MOVE PED-VALOR
                TO WRK-ITP-VALOR(WRK-QTD-ITENS)
              MOVE PED-PESO
                TO WRK-ITP-PESO(WRK-QTD-ITENS)
              MOVE PED-CATEGORIA TO WRK-CATEGORIA
              PERFORM 0211-LOCALIZAR-CATEGORIA
              COMPUTE WRK-FRETE-PESO-ITEM =
              DISPLAY 'PEDIDO ' WRK-NUM-PEDIDO ' SEM ITEM ACEITO '
                      'NA TRIAGEM: NAO FATURADO.'
           ELSE
              PERFORM 0213-VERIFICAR-CONTAGEM
              IF WRK-ITEM-EM-CONTAGEM
                 DISPLAY 'PEDIDO ' WRK-NUM-PEDIDO ' COM PRODUTO EM '
                         'CONTAGEM DE INVENTARIO: NAO FATURADO.'
                 MOVE 'ESTOQUE.DAT  ' TO WRK-ALR-ARQUIVO
                 MOVE SPACES TO WRK-ALR-DESCRICAO
                 STRING 'PEDIDO ' WRK-NUM-PEDIDO ' RETIDO CONTAGEM'
                     DELIMITED BY SIZE INTO WRK-ALR-DESCRICAO
                 END-STRING
                 PERFORM 0960-GRAVAR-ALERTA
                 PERFORM 0262-GRAVAR-PEDIDO-RETIDO
                 PERFORM 0260-GRAVAR-CHECKPOINT
              ELSE
                 PERFORM 0240-SELECIONAR-TRANSPORTADORA
                 PERFORM 0219-BUSCAR-CONTRATO
                 PERFORM 0210-CALCULAR-FRETE
                 PERFORM 0217-CALCULAR-ICMS
                 PERFORM 0216-CALCULAR-DATA-PROMETIDA
                 PERFORM 0215-VERIFICAR-CREDITO
                 PERFORM 0225-NUMERAR-FATURA
                 PERFORM 0220-IMPRIMIR-LINHA
                 PERFORM 0218-IMPRIMIR-LINHA-ICMS
                 PERFORM 0223-IMPRIMIR-LINHA-PRECO
                 PERFORM 0230-GRAVAR-FRETECOMP
                 PERFORM 0250-GRAVAR-DOCUMENTO-FISCAL
                 PERFORM 0245-IMPRIMIR-SELECAO
                 PERFORM 0234-BAIXAR-ITENS-PEDIDO
                 PERFORM 0260-GRAVAR-CHECKPOINT
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *     Produto congelado por contagem de inventario aberta
      *     (EST-CONTAGEM preenchido pelo PROGCOB71) segura o pedido
      *     inteiro: o saldo nao pode mexer ate o ajuste da contagem.
      *     O pedido vai para o PEDRETID.DAT (0262) e volta pelo
      *     PROGCOB20 quando a contagem fecha
      *----------------------------------------------------------------*
       0213-VERIFICAR-CONTAGEM.

           MOVE 'N' TO WRK-ITEM-CONTAGEM.
           PERFORM VARYING WRK-IDX-ITEM-PED FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM-PED > WRK-QTD-ITENS
                      OR WRK-ITEM-EM-CONTAGEM
              MOVE WRK-ITP-PRODUTO(WRK-IDX-ITEM-PED) TO EST-CODIGO
              READ ESTOQUE-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-ESTOQ-OK
                 IF NOT EST-SEM-CONTAGEM
                    MOVE 'S' TO WRK-ITEM-CONTAGEM
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *     Quebra por cliente: o arquivo vem ordenado por cliente do
      *     PROGCOB20; na troca sai o subtotal do cliente anterior e
      *     entra o cabecalho do novo, com nome do CUSTOMER-MASTER
                    ELSE
                       IF NOT CRE-LIQUIDADA
                          AND NOT CRE-CANCELADA
                          AND NOT CRE-BAIXADA
                          COMPUTE WRK-SALDO-ABERTO =
                                  CRE-VALOR-FATURA - CRE-VALOR-PAGO
                          ADD WRK-SALDO-ABERTO
           END-STRING.
           PERFORM 0208-GRAVAR-LINHA-RELATORIO.
      *----------------------------------------------------------------*
      *     Preco da fatura: lista do PRODUCT-MASTER, desconto do
      *     cliente e liquido faturado (valor digitado no pedido)
      *----------------------------------------------------------------*
       0223-IMPRIMIR-LINHA-PRECO.

           COMPUTE WRK-VALOR-DESCONTO = WRK-VALOR-LISTA - WRK-VALOR.

           MOVE WRK-VALOR-LISTA TO WRK-VALOR-LISTA-ED.
           MOVE WRK-VALOR-LISTA-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-VALOR-LISTA-ED.

           MOVE WRK-VALOR-DESCONTO TO WRK-VALOR-DESCONTO-ED.
           MOVE WRK-VALOR-DESCONTO-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-VALOR-DESCONTO-ED.

           MOVE WRK-VALOR TO WRK-VALOR-LIQUIDO-ED.
           MOVE WRK-VALOR-LIQUIDO-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-VALOR-LIQUIDO-ED.

           MOVE SPACES TO REL-LINHA.
           STRING '  LISTA ' WRK-VALOR-LISTA-ED
                  '  DESCONTO ' WRK-VALOR-DESCONTO-ED
                  '  LIQUIDO ' WRK-VALOR-LIQUIDO-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0208-GRAVAR-LINHA-RELATORIO.
      *----------------------------------------------------------------*
      *     Data prometida de entrega: avancar FR-DIAS-TRANSITO dias
      *     uteis a partir da data do pedido, pela funcao ADDDU do
      *     PROGCOBU4 (fins de semana e feriados do HOLIDAY.DAT)
           MOVE WRK-BUFFER-ED TO WRK-FRETE-ED.

           MOVE SPACES TO REL-LINHA.
           STRING WRK-NUM-FATURA        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WRK-PRODUTO           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
           MOVE WRK-CLIENTE-ANTERIOR  TO FCK-CLIENTE-ANTERIOR.
           MOVE WRK-SUBTOTAL-CLIENTE  TO FCK-SUBTOTAL-CLIENTE.
           MOVE WRK-CREDITO-CONSUMIDO TO FCK-CREDITO-CONSUMIDO.
           MOVE WRK-QTD-NFE-DOCUMENTOS TO FCK-QTD-NFE-DOCUMENTOS.
           MOVE WRK-QTD-NFE-REGISTROS TO FCK-QTD-NFE-REGISTROS.
           MOVE WRK-HASH-NFE          TO FCK-HASH-NFE.
           MOVE WRK-ULT-FATURA        TO FCK-ULT-FATURA.

           OPEN OUTPUT FATURAMENTO-CHECKPOINT.
           CALL 'PROGCOBU1' USING 'FATCKPT.DAT' 'OPEN' FS-FCKPT
           END-IF.
      *----------------------------------------------------------------*
      *     Zera o checkpoint ao final de um processamento completo,
      *     para a proxima rodada comecar do zero no arquivo do dia;
      *     fica so o ultimo numero de fatura, para a sequencia
      *     continuar na rodada seguinte
      *----------------------------------------------------------------*
       0270-LIMPAR-CHECKPOINT.

           INITIALIZE FATURAMENTO-CKPT-REG.
           MOVE WRK-ULT-FATURA TO FCK-ULT-FATURA.

           OPEN OUTPUT FATURAMENTO-CHECKPOINT.
           CALL 'PROGCOBU1' USING 'FATCKPT.DAT' 'OPEN' FS-FCKPT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           WRITE FATURAMENTO-CKPT-REG.
           CALL 'PROGCOBU1' USING 'FATCKPT.DAT' 'WRITE' FS-FCKPT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CLOSE FATURAMENTO-CHECKPOINT.
           CALL 'PROGCOBU1' USING 'FATCKPT.DAT' 'CLOSE' FS-FCKPT
                WRK-ABEND.
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *     Pedido retido por contagem: cabecalho e itens vao para o
      *     PEDRETID.DAT no layout do PEDIDREG, para o PROGCOB20
      *     reapresentar quando a contagem fechar. A alocacao feita
      *     na pre-critica continua reservada para ele
      *----------------------------------------------------------------*
       0262-GRAVAR-PEDIDO-RETIDO.

           OPEN EXTEND PEDIDOS-RETIDOS.
           IF NOT FS-PRETI-OK
              OPEN OUTPUT PEDIDOS-RETIDOS
           END-IF.
           CALL 'PROGCOBU1' USING 'PEDRETID.DAT' 'OPEN' FS-PRETI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES               TO RET-REG.
           MOVE 'H'                  TO RET-TIPO-REG.
           MOVE WRK-CLIENTE-ANTERIOR TO RET-CLIENTE.
           MOVE WRK-NUM-PEDIDO       TO RET-NUMERO.
           MOVE ZEROS                TO RET-ITEM.
           MOVE WRK-DATA-PEDIDO      TO RET-DATA.
           MOVE WRK-UF               TO RET-UF.
           PERFORM 0263-GRAVAR-REGISTRO-RETIDO.

           PERFORM VARYING WRK-IDX-ITEM-PED FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM-PED > WRK-QTD-ITENS
              MOVE SPACES               TO RET-REG
              MOVE 'D'                  TO RET-TIPO-REG
              MOVE WRK-CLIENTE-ANTERIOR TO RET-CLIENTE
              MOVE WRK-NUM-PEDIDO       TO RET-NUMERO
              MOVE WRK-ITP-ITEM(WRK-IDX-ITEM-PED)
                TO RET-ITEM
              MOVE WRK-ITP-PRODUTO(WRK-IDX-ITEM-PED)
                TO RET-PRODUTO
              MOVE WRK-ITP-CATEGORIA(WRK-IDX-ITEM-PED)
                TO RET-CATEGORIA
              MOVE WRK-ITP-QUANTIDADE(WRK-IDX-ITEM-PED)
                TO RET-QUANTIDADE
              MOVE WRK-ITP-VALOR(WRK-IDX-ITEM-PED)
                TO RET-VALOR
              MOVE WRK-ITP-PESO(WRK-IDX-ITEM-PED)
                TO RET-PESO
              PERFORM 0263-GRAVAR-REGISTRO-RETIDO
           END-PERFORM.

           CLOSE PEDIDOS-RETIDOS.
           CALL 'PROGCOBU1' USING 'PEDRETID.DAT' 'CLOSE' FS-PRETI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0263-GRAVAR-REGISTRO-RETIDO.

           WRITE RET-REG.
           CALL 'PROGCOBU1' USING 'PEDRETID.DAT' 'WRITE' FS-PRETI
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *     Proximo numero de fatura da sequencia, guardado no
      *     checkpoint: na retomada o pedido refeito recebe o mesmo
      *     numero. Acima de 899999 fica a faixa da mensalidade
      *----------------------------------------------------------------*
       0225-NUMERAR-FATURA.

           IF WRK-ULT-FATURA NOT < WRK-MAX-FATURA-COMERCIAL
              DISPLAY 'NUMERACAO DE FATURAS ESGOTADA: ULTIMA '
                      WRK-ULT-FATURA
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           ADD 1 TO WRK-ULT-FATURA.
           MOVE WRK-ULT-FATURA TO WRK-NUM-FATURA.
      *----------------------------------------------------------------*
      *     Gravar o extrato de frete computado (base da conciliacao)
      *----------------------------------------------------------------*
       0230-GRAVAR-FRETECOMP.

           MOVE WRK-NUM-FATURA       TO FAT-NUMERO.
           MOVE WRK-NUM-PEDIDO       TO FAT-PEDIDO.
           MOVE WRK-CLIENTE-ANTERIOR TO FAT-CLIENTE.
           MOVE WRK-PRODUTO    TO FAT-PRODUTO.
           MOVE WRK-QTD-ITENS  TO FAT-QTD-ITENS.
           MOVE WRK-ICMS-VALOR    TO FAT-ICMS-VALOR.
           MOVE ZEROS             TO FAT-DATA-ENTREGA.
           MOVE WRK-ORIGEM-TARIFA TO FAT-ORIGEM-TARIFA.
           MOVE ZEROS             TO FAT-ROMANEIO.

           WRITE FATURA-REG.
           CALL 'PROGCOBU1' USING 'FRETECOMP.DAT' 'WRITE' FS-FCOMP
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *     Documento fiscal eletronico da fatura: cabecalho com o
      *     cliente, os totais e o ICMS do 0217 e um item por linha
      *     do pedido, guardados no NFEDOC.DAT (situacao P ate o
      *     retorno da SEFAZ pelo PROGCOB82) e gravados no arquivo
      *     de transmissao NFEEXP.DAT da rodada. O documento leva o
      *     numero da fatura; documento que ja existe no NFEDOC.DAT
      *     (pedido refeito na retomada, com o mesmo numero) e
      *     regravado por cima
      *----------------------------------------------------------------*
       0250-GRAVAR-DOCUMENTO-FISCAL.

           MOVE SPACES               TO NFE-DOCUMENTO-REG.
           MOVE WRK-NUM-FATURA       TO NFE-NUMERO.
           MOVE ZEROS                TO NFE-ITEM.
           MOVE 'C'                  TO NFE-TIPO-REG.
           MOVE WRK-DATA-RODADA      TO NFE-DATA-EMISSAO.
           MOVE WRK-CLIENTE-ANTERIOR TO NFE-CLIENTE.
           MOVE WRK-CLIENTE-NOME     TO NFE-CLIENTE-NOME.
           MOVE WRK-UF               TO NFE-UF.
           MOVE FR-TRANSPORTADORA    TO NFE-TRANSPORTADORA.
           MOVE WRK-QTD-ITENS        TO NFE-QTD-ITENS.
           MOVE WRK-VALOR            TO NFE-VALOR.
           MOVE WRK-PESO             TO NFE-PESO.
           MOVE WRK-FRETE            TO NFE-FRETE.
           MOVE WRK-ICMS-BASE        TO NFE-ICMS-BASE.
           MOVE WRK-ICMS-ALIQUOTA    TO NFE-ICMS-ALIQUOTA.
           MOVE WRK-ICMS-VALOR       TO NFE-ICMS-VALOR.
           MOVE 'P'                  TO NFE-SITUACAO.
           MOVE 1                    TO NFE-QTD-ENVIOS.
           MOVE WRK-DATA-RODADA      TO NFE-DATA-ENVIO.
           MOVE ZEROS                TO NFE-DATA-RETORNO.
           PERFORM 0251-GRAVAR-REGISTRO-NFE.
           ADD 1         TO WRK-QTD-NFE-DOCUMENTOS.
           ADD WRK-VALOR TO WRK-HASH-NFE.

           PERFORM VARYING WRK-IDX-ITEM-PED FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM-PED > WRK-QTD-ITENS
              MOVE SPACES           TO NFE-DOCUMENTO-REG
              MOVE WRK-NUM-FATURA   TO NFE-NUMERO
              MOVE WRK-IDX-ITEM-PED TO NFE-ITEM
              MOVE 'I'              TO NFE-TIPO-REG
              MOVE WRK-ITP-PRODUTO(WRK-IDX-ITEM-PED)
                TO NFE-PRODUTO
              MOVE WRK-ITP-QUANTIDADE(WRK-IDX-ITEM-PED)
                TO NFE-QUANTIDADE
              MOVE WRK-ITP-VALOR(WRK-IDX-ITEM-PED)
                TO NFE-VALOR-ITEM
              MOVE WRK-ITP-PESO(WRK-IDX-ITEM-PED)
                TO NFE-PESO-ITEM
              PERFORM 0251-GRAVAR-REGISTRO-NFE
           END-PERFORM.
      *----------------------------------------------------------------*
       0251-GRAVAR-REGISTRO-NFE.

           WRITE NFE-DOCUMENTO-REG.
           IF FS-NFDOC-DUPLICADO
              REWRITE NFE-DOCUMENTO-REG
              CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'REWRITE' FS-NFDOC
                   WRK-ABEND
           ELSE
              CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'WRITE' FS-NFDOC
                   WRK-ABEND
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           WRITE NFX-REG FROM NFE-DOCUMENTO-REG.
           CALL 'PROGCOBU1' USING 'NFEEXP.DAT' 'WRITE' FS-NFEXP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-NFE-REGISTROS.
      *----------------------------------------------------------------*
      *     Escolher a transportadora da fatura: cada transportadora
      *     da UF concorre com a sua tarifa vigente na data do
      *     pedido, precificada sobre os acumulados do pedido pela
      *     mesma formula do 0210. Pela regra do SITE.PARM vence o
      *     menor frete, ou o menor frete entre as que tem o
      *     percentual no prazo no minimo do parametro; nenhuma
      *     acima do minimo, vale o menor frete de todas. A tarifa
      *     da escolhida fica carregada no FRETE-RATE-REG
      *----------------------------------------------------------------*
       0240-SELECIONAR-TRANSPORTADORA.

           MOVE ZEROS TO WRK-QTD-CANDIDATAS WRK-QTD-QUALIFICADAS
                         WRK-IDX-CAND-ESCOLHIDA.

           PERFORM VARYING WRK-IDX-TARIFA FROM 1 BY 1
                   UNTIL WRK-IDX-TARIFA > WRK-QTD-TARIFAS
              IF WRK-TAR-UF(WRK-IDX-TARIFA) = WRK-UF
                 AND WRK-TAR-VIGENCIA(WRK-IDX-TARIFA) <=
                     WRK-DATA-PEDIDO
                 PERFORM 0241-GUARDAR-CANDIDATA
              END-IF
           END-PERFORM.

           PERFORM 0242-PRECIFICAR-CANDIDATA
               VARYING WRK-IDX-CANDIDATA FROM 1 BY 1
               UNTIL WRK-IDX-CANDIDATA > WRK-QTD-CANDIDATAS.

           PERFORM VARYING WRK-IDX-CANDIDATA FROM 1 BY 1
                   UNTIL WRK-IDX-CANDIDATA > WRK-QTD-CANDIDATAS
              IF WRK-REGRA-MENOR-FRETE
                 OR WRK-QTD-QUALIFICADAS = ZEROS
                 OR WRK-CAN-QUALIFICADA(WRK-IDX-CANDIDATA)
                 IF WRK-IDX-CAND-ESCOLHIDA = ZEROS
                    MOVE WRK-IDX-CANDIDATA TO WRK-IDX-CAND-ESCOLHIDA
                 ELSE
                    IF WRK-CAN-FRETE(WRK-IDX-CANDIDATA) <
                       WRK-CAN-FRETE(WRK-IDX-CAND-ESCOLHIDA)
                       MOVE WRK-IDX-CANDIDATA
                         TO WRK-IDX-CAND-ESCOLHIDA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-IDX-CAND-ESCOLHIDA > ZEROS
              MOVE WRK-CAN-IDX-TARIFA(WRK-IDX-CAND-ESCOLHIDA)
                TO WRK-IDX-ESCOLHIDA
              MOVE WRK-UF TO FR-UF
              MOVE WRK-TAR-VIGENCIA(WRK-IDX-ESCOLHIDA)
                TO FR-DATA-VIGENCIA
              MOVE WRK-TAR-MULTIPLICADOR(WRK-IDX-ESCOLHIDA)
                TO FR-MULTIPLICADOR
              MOVE WRK-TAR-MINIMO(WRK-IDX-ESCOLHIDA)
                TO FR-MINIMO
              MOVE WRK-TAR-TAXA-FIXA(WRK-IDX-ESCOLHIDA)
                TO FR-TAXA-FIXA
              MOVE WRK-TAR-DIAS-TRANSITO(WRK-IDX-ESCOLHIDA)
                TO FR-DIAS-TRANSITO
              MOVE WRK-TAR-TRANSP(WRK-IDX-ESCOLHIDA)
                TO FR-TRANSPORTADORA
           END-IF.
      *----------------------------------------------------------------*
      *     Uma candidata por transportadora: fica a tarifa de maior
      *     vigencia ate a data do pedido
      *----------------------------------------------------------------*
       0241-GUARDAR-CANDIDATA.

           MOVE 'N' TO WRK-CANDIDATA-ACHADA.
           PERFORM VARYING WRK-IDX-CANDIDATA FROM 1 BY 1
                   UNTIL WRK-IDX-CANDIDATA > WRK-QTD-CANDIDATAS
                      OR WRK-CANDIDATA-NA-TABELA
              IF WRK-CAN-TRANSP(WRK-IDX-CANDIDATA) =
                 WRK-TAR-TRANSP(WRK-IDX-TARIFA)
                 MOVE 'S' TO WRK-CANDIDATA-ACHADA
              END-IF
           END-PERFORM.

           IF WRK-CANDIDATA-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-CANDIDATA
              MOVE WRK-CAN-IDX-TARIFA(WRK-IDX-CANDIDATA)
                TO WRK-IDX-ESCOLHIDA
              IF WRK-TAR-VIGENCIA(WRK-IDX-TARIFA) >=
                 WRK-TAR-VIGENCIA(WRK-IDX-ESCOLHIDA)
                 MOVE WRK-IDX-TARIFA
                   TO WRK-CAN-IDX-TARIFA(WRK-IDX-CANDIDATA)
              END-IF
           ELSE
              IF WRK-QTD-CANDIDATAS >= WRK-MAX-CANDIDATAS
                 DISPLAY 'TABELA DE TRANSPORTADORAS DA UF ESGOTADA ('
                         WRK-MAX-CANDIDATAS ').'
                 PERFORM 0950-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-CANDIDATAS
              MOVE WRK-TAR-TRANSP(WRK-IDX-TARIFA)
                TO WRK-CAN-TRANSP(WRK-QTD-CANDIDATAS)
              MOVE WRK-IDX-TARIFA
                TO WRK-CAN-IDX-TARIFA(WRK-QTD-CANDIDATAS)
           END-IF.
      *----------------------------------------------------------------*
       0242-PRECIFICAR-CANDIDATA.

           MOVE WRK-CAN-IDX-TARIFA(WRK-IDX-CANDIDATA)
             TO WRK-IDX-TARIFA.

           COMPUTE WRK-FRETE-CANDIDATA =
                   WRK-VALOR * WRK-TAR-MULTIPLICADOR(WRK-IDX-TARIFA).
           COMPUTE WRK-FRETE-CANDIDATA = WRK-FRETE-CANDIDATA
                   + WRK-FRETE-PESO + WRK-SOBRETAXA-ACUM
                   + WRK-TAR-TAXA-FIXA(WRK-IDX-TARIFA).
           IF WRK-FRETE-CANDIDATA < WRK-TAR-MINIMO(WRK-IDX-TARIFA)
              MOVE WRK-TAR-MINIMO(WRK-IDX-TARIFA)
                TO WRK-FRETE-CANDIDATA
           END-IF.
           MOVE WRK-FRETE-CANDIDATA
             TO WRK-CAN-FRETE(WRK-IDX-CANDIDATA).

           MOVE 'N' TO WRK-CAN-SITUACAO(WRK-IDX-CANDIDATA).
           IF WRK-TAR-COM-DESEMPENHO(WRK-IDX-TARIFA)
              AND WRK-TAR-PCT-PRAZO(WRK-IDX-TARIFA) >=
                  WRK-PCT-MINIMO
              MOVE 'S' TO WRK-CAN-SITUACAO(WRK-IDX-CANDIDATA)
              ADD 1 TO WRK-QTD-QUALIFICADAS
           END-IF.
      *----------------------------------------------------------------*
      *     Relatorio de escolha: a fatura, a regra aplicada e cada
      *     transportadora considerada com o frete que custaria
      *----------------------------------------------------------------*
       0245-IMPRIMIR-SELECAO.

           MOVE SPACES TO SEL-LINHA.
           IF WRK-REGRA-DESEMPENHO
              MOVE WRK-PCT-MINIMO TO WRK-PCT-ED
              STRING 'FATURA ' WRK-NUM-FATURA ' UF ' WRK-UF
                     ' REGRA: MENOR FRETE COM NO PRAZO >= '
                     WRK-PCT-ED ' PCT'
                     DELIMITED BY SIZE INTO SEL-LINHA
              END-STRING
           ELSE
              STRING 'FATURA ' WRK-NUM-FATURA ' UF ' WRK-UF
                     ' REGRA: MENOR FRETE'
                     DELIMITED BY SIZE INTO SEL-LINHA
              END-STRING
           END-IF.
           PERFORM 0249-GRAVAR-LINHA-SELECAO.

           PERFORM 0246-IMPRIMIR-CANDIDATA
               VARYING WRK-IDX-CANDIDATA FROM 1 BY 1
               UNTIL WRK-IDX-CANDIDATA > WRK-QTD-CANDIDATAS.

           IF WRK-REGRA-DESEMPENHO
              AND WRK-QTD-QUALIFICADAS = ZEROS
              MOVE '  NENHUMA NO MINIMO: ESCOLHIDO O MENOR FRETE'
                TO SEL-LINHA
              PERFORM 0249-GRAVAR-LINHA-SELECAO
           END-IF.
           IF WRK-TARIFA-DE-CONTRATO
              MOVE WRK-FRETE TO WRK-FRETE-ED
              MOVE WRK-FRETE-ED TO WRK-BUFFER-ED
              PERFORM 0900-FORMATAR-VALOR-SITE
              MOVE WRK-BUFFER-ED TO WRK-FRETE-ED
              MOVE SPACES TO SEL-LINHA
              STRING '  FRETE COBRADO PELO CONTRATO DO CLIENTE: '
                     WRK-FRETE-ED
                     DELIMITED BY SIZE INTO SEL-LINHA
              END-STRING
              PERFORM 0249-GRAVAR-LINHA-SELECAO
           END-IF.
      *----------------------------------------------------------------*
       0246-IMPRIMIR-CANDIDATA.

           MOVE WRK-CAN-IDX-TARIFA(WRK-IDX-CANDIDATA)
             TO WRK-IDX-TARIFA.
           MOVE WRK-CAN-FRETE(WRK-IDX-CANDIDATA) TO WRK-FRETE-ED.
           MOVE WRK-FRETE-ED TO WRK-BUFFER-ED.
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-FRETE-ED.

           MOVE SPACES TO SEL-LINHA.
           IF WRK-TAR-COM-DESEMPENHO(WRK-IDX-TARIFA)
              MOVE WRK-TAR-PCT-PRAZO(WRK-IDX-TARIFA) TO WRK-PCT-ED
              STRING '  TRANSP ' WRK-CAN-TRANSP(WRK-IDX-CANDIDATA)
                     ' FRETE ' WRK-FRETE-ED
                     ' NO PRAZO ' WRK-PCT-ED ' PCT'
                     DELIMITED BY SIZE INTO SEL-LINHA
              END-STRING
           ELSE
              STRING '  TRANSP ' WRK-CAN-TRANSP(WRK-IDX-CANDIDATA)
                     ' FRETE ' WRK-FRETE-ED
                     ' SEM MEDICAO  '
                     DELIMITED BY SIZE INTO SEL-LINHA
              END-STRING
           END-IF.
           IF WRK-IDX-CANDIDATA = WRK-IDX-CAND-ESCOLHIDA
              MOVE '<- ESCOLHIDA' TO SEL-LINHA(60:12)
           ELSE
              IF WRK-REGRA-DESEMPENHO
                 AND NOT WRK-CAN-QUALIFICADA(WRK-IDX-CANDIDATA)
                 MOVE 'ABAIXO DO MINIMO' TO SEL-LINHA(60:16)
              END-IF
           END-IF.
           PERFORM 0249-GRAVAR-LINHA-SELECAO.
      *----------------------------------------------------------------*
       0249-GRAVAR-LINHA-SELECAO.

           WRITE SEL-LINHA.
           CALL 'PROGCOBU1' USING 'TRANSSEL.REL' 'WRITE' FS-TRSEL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Baixar do STOCK-BALANCE os itens guardados do
      *          pedido, so no fechamento da fatura: sai do saldo
      *          fisico e da alocacao da pre-critica, com o
      *          movimento de saida na trilha MOVESTOQ.DAT; numa
      *          retomada o pedido em curso e relido inteiro e
      *          baixado uma unica vez. O custo medio das unidades
      *          baixadas vai para o GL como CMV do pedido
      *----------------------------------------------------------------*
       0234-BAIXAR-ITENS-PEDIDO.

           MOVE ZEROS TO WRK-CMV-PEDIDO.
           PERFORM VARYING WRK-IDX-ITEM-PED FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM-PED > WRK-QTD-ITENS
              MOVE WRK-ITP-PRODUTO(WRK-IDX-ITEM-PED)
                TO WRK-BAIXA-QUANTIDADE
              PERFORM 0235-BAIXAR-ESTOQUE
           END-PERFORM.

           IF WRK-CMV-PEDIDO > ZEROS
              PERFORM 0236-LANCAR-CMV
           END-IF.
      *----------------------------------------------------------------*
       0235-BAIXAR-ESTOQUE.

              DISPLAY 'PRODUTO SEM REGISTRO DE ESTOQUE NA BAIXA: '
                       WRK-BAIXA-PRODUTO
           ELSE
              COMPUTE WRK-CMV-PEDIDO = WRK-CMV-PEDIDO +
                      WRK-BAIXA-QUANTIDADE * EST-CUSTO-MEDIO
              IF EST-SALDO-FISICO >= WRK-BAIXA-QUANTIDADE
                 SUBTRACT WRK-BAIXA-QUANTIDADE
                     FROM EST-SALDO-FISICO
              MOVE WRK-BAIXA-PRODUTO   TO MOV-CODIGO
              MOVE 'S'                 TO MOV-TIPO
              MOVE WRK-BAIXA-QUANTIDADE TO MOV-QUANTIDADE
              MOVE SPACES              TO MOV-ORIGEM
              MOVE 'FT'                TO MOV-FAT-MARCA
              MOVE WRK-NUM-FATURA      TO MOV-FAT-NUMERO
              MOVE EST-CUSTO-MEDIO     TO MOV-CUSTO-UNITARIO
              WRITE MOVIMENTO-ESTOQUE-REG
              CALL 'PROGCOBU1' USING 'MOVESTOQ.DAT' 'WRITE'
                   FS-MOVES WRK-ABEND
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Custo das mercadorias vendidas do pedido para o
      *          diario do GL: CMV contra estoque, lancado pelo
      *          PROGCOB14 no fechamento
      *----------------------------------------------------------------*
       0236-LANCAR-CMV.

           MOVE WRK-DATA-RODADA TO LAN-DATA.
           MOVE 'CMV'           TO LAN-ORIGEM.
           MOVE SPACES          TO LAN-CENTRO-CUSTO.
           MOVE WRK-CMV-PEDIDO  TO LAN-VALOR.
           MOVE 'PROGCOB06'     TO LAN-PROGRAMA.
           WRITE GL-LANCAMENTO-REG.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD WRK-CMV-PEDIDO TO WRK-CMV-TOTAL.
      *----------------------------------------------------------------*
      *          Cotacao interativa: precifica com a mesma logica do
      *          lote e exibe a composicao, sem gravar nada
      *----------------------------------------------------------------*
                 DISPLAY 'NAO PODEMOS ENTREGAR NESSE ESTADO: '
                          WRK-UF
              ELSE
                 PERFORM 0213-CALCULAR-PARCELAS-COTACAO
                 PERFORM 0240-SELECIONAR-TRANSPORTADORA
                 MOVE 'T'              TO WRK-ORIGEM-TARIFA
                 MOVE FR-MULTIPLICADOR TO WRK-MULTIPLICADOR
                 MOVE FR-MINIMO        TO WRK-MINIMO
                 MOVE FR-TAXA-FIXA     TO WRK-TAXA-FIXA
                 PERFORM 0210-CALCULAR-FRETE
                 PERFORM 0410-EXIBIR-COTACAO
              END-IF
           PERFORM 0900-FORMATAR-VALOR-SITE.
           MOVE WRK-BUFFER-ED TO WRK-FRETE-ED.
           DISPLAY 'FRETE COTADO ............ : ' WRK-FRETE-ED.
           DISPLAY 'TRANSPORTADORA ESCOLHIDA  : ' FR-TRANSPORTADORA.
           DISPLAY '------------------------------------'.
      *----------------------------------------------------------------*
       0910-FORMATAR-PARCELA.
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'TRL'                 TO NFX-TRL-MARCA.
           MOVE WRK-QTD-NFE-REGISTROS TO NFX-TRL-QT-REGISTROS.
           MOVE WRK-HASH-NFE          TO NFX-TRL-HASH-TOTAL.
           MOVE WRK-DATA-RODADA       TO NFX-TRL-DATA-RODADA.
           WRITE NFX-TRAILER-REG.
           CALL 'PROGCOBU1' USING 'NFEEXP.DAT' 'WRITE' FS-NFEXP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'PEDIDOS FATURADOS    ' WRK-QTDE-PEDIDOS.
           DISPLAY 'DOCUMENTOS FISCAIS   ' WRK-QTD-NFE-DOCUMENTOS.
           MOVE WRK-CMV-TOTAL TO WRK-CMV-TOTAL-ED.
           DISPLAY 'CMV DA RODADA        ' WRK-CMV-TOTAL-ED.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           CLOSE PEDIDOS-FILE CUSTOMER-MASTER
                 ICMS-RATE-FILE ESTOQUE-FILE MOVIMENTO-ESTOQUE
                 GL-LANCAMENTOS
                 INVOICE-REPORT FREIGHT-COMPUTED
                 FREIGHT-TOTAL-EXTRACT SELECAO-REPORT
                 NFE-DOCUMENTOS NFE-EXPORTACAO.
           CALL 'PROGCOBU1' USING 'ESTOQUE.DAT' 'CLOSE' FS-ESTOQ
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'CLOSE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'PEDLIMPO.DAT' 'CLOSE' FS-PEDIDOS
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'TRANSSEL.REL' 'CLOSE' FS-TRSEL
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'NFEDOC.DAT' 'CLOSE' FS-NFDOC
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'NFEEXP.DAT' 'CLOSE' FS-NFEXP
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-RAZAO-DISPONIVEL
              CLOSE CONTAS-RECEBER
