      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS Cada pagamento aplicado e acrescentado ao
      *                ARMOVTO.DAT (movimento do razao), de onde o
      *                extrato mensal do PROGCOB85 tira os pagamentos
      *                do mes.
      * 15.10.2026 EAS Pagamento de fatura baixada por perda (situacao
      *                'B', PROGCOB87) nao e mais aplicado no razao:
      *                vira recuperacao de credito, gravada no ARMOVTO
      *                como tipo 'R' e lancada no GLLANCTO.DAT com a
      *                origem RECPDD; a fatura baixada sai da listagem
      *                de itens em aberto.
      * 15.10.2026 EAS Fatura cuja chave (cliente + numero) ja esta
      *                no razao so e pulada quando valor e data da
      *                rodada conferem (rodada retomada); com valor
      *                ou data diferentes e colisao de numero: a
      *                fatura nao e absorvida, sai na tela e no total
      *                da listagem, e o programa termina com RC 4.
      * 15.10.2026 EAS O estorno parcial ('P') da nota de credito e
      *                pulado como o estorno.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
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

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
       FD  PAGAMENTOS-REJECT.
       COPY PAGREJ.

       FD  AR-MOVIMENTOS.
       COPY ARMOVREG.

       FD  GL-LANCAMENTOS.
       COPY GLLANREG.

       FD  CUSTOMER-MASTER.
       COPY CLIREG.

       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECEB==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PAGTO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==PAREJ==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ARMOV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==GLLAN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FTOTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.
       77  WRK-MOTIVO               PIC X(15)     VALUE SPACES.

       77  WRK-QTD-ABSORVIDAS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-COLISOES         PIC 9(06)     VALUE ZEROS.
       77  WRK-VALOR-ABSORVER       PIC 9(08)V99  VALUE ZEROS.
       77  WRK-QTD-PAGTOS           PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-PAGTOS-REJ       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-RECUPERADOS      PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-ABERTAS          PIC 9(06)     VALUE ZEROS.

       77  WRK-SALDO-FATURA         PIC 9(08)V99  VALUE ZEROS.
       77  WRK-SUBTOTAL-CLI-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ABERTO         PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-ABERTO-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-RECUPERADO     PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-FRETETOT       PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOTAL-FRETETOT-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TEM-FRETETOT         PIC X(01)     VALUE 'N'.
               UNTIL WRK-NAO-HA-MAIS-FATURAS.
           PERFORM 0300-APLICAR-PAGAMENTO
               UNTIL WRK-NAO-HA-MAIS-PAGTOS.
           IF WRK-TOTAL-RECUPERADO > ZEROS
              PERFORM 0320-LANCAR-RECUPERACAO
           END-IF.
           PERFORM 0400-LISTAR-ABERTOS.
           PERFORM 0500-FINALIZAR.

              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN EXTEND AR-MOVIMENTOS.
           IF NOT FS-ARMOV-OK
              OPEN OUTPUT AR-MOVIMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'OPEN' FS-ARMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                WRK-ABEND.
      *----------------------------------------------------------------*
      *          Absorver no razao as faturas da rodada corrente:
      *          fatura nova entra aberta; fatura ja absorvida numa
      *          rodada retomada (mesmo valor e mesma data de
      *          rodada) e pulada; chave ja ocupada por outra fatura
      *          e colisao de numero, denunciada e nao absorvida
      *----------------------------------------------------------------*
       0200-ABSORVER-FATURA.

           IF FAT-REG-CREDITO
              PERFORM 0110-LER-FATURA
              GO TO 0200-SAIDA
           END-IF.

           COMPUTE WRK-VALOR-ABSORVER = FAT-VALOR + FAT-FRETE.

           MOVE FAT-CLIENTE          TO CRE-CLIENTE.
           MOVE FAT-NUMERO           TO CRE-NUMERO.
           READ CONTAS-RECEBER
               INVALID KEY
                   MOVE WRK-VALOR-ABSORVER TO CRE-VALOR-FATURA
                   MOVE ZEROS              TO CRE-VALOR-PAGO
                   MOVE FAT-DATA-PROMETIDA TO CRE-DATA-PROMETIDA
                   MOVE FAT-DATA-RODADA    TO CRE-DATA-RODADA
                      PERFORM 0950-ABORTAR-PROCESSAMENTO
                   END-IF
                   ADD 1 TO WRK-QTD-ABSORVIDAS
               NOT INVALID KEY
                   IF CRE-VALOR-FATURA NOT = WRK-VALOR-ABSORVER
                      OR CRE-DATA-RODADA NOT = FAT-DATA-RODADA
                      DISPLAY 'FATURA ' FAT-NUMERO ' DO CLIENTE '
                              FAT-CLIENTE ' JA EXISTE NO RAZAO COM '
                              'OUTRO VALOR/DATA: NAO ABSORVIDA.'
                      ADD 1 TO WRK-QTD-COLISOES
                   END-IF
           END-READ.

           PERFORM 0110-LER-FATURA.
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WRK-MOTIVO NOT = SPACES
                 PERFORM 0310-REJEITAR-PAGAMENTO
              WHEN CRE-BAIXADA
                 MOVE 'R' TO AMV-TIPO
                 PERFORM 0305-GRAVAR-MOVIMENTO
                 ADD 1         TO WRK-QTD-RECUPERADOS
                 ADD PGC-VALOR TO WRK-TOTAL-RECUPERADO
              WHEN OTHER
                 ADD PGC-VALOR TO CRE-VALOR-PAGO
                 MOVE PGC-DATA TO CRE-DATA-ULT-PAGTO
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
                 PERFORM 0305-GRAVAR-MOVIMENTO
                 ADD 1 TO WRK-QTD-PAGTOS
           END-EVALUATE.

           PERFORM 0120-LER-PAGAMENTO.
      *----------------------------------------------------------------*
       0305-GRAVAR-MOVIMENTO.

           MOVE PGC-CLIENTE TO AMV-CLIENTE.
           MOVE PGC-NUMERO  TO AMV-NUMERO.
           MOVE PGC-DATA    TO AMV-DATA.
           MOVE PGC-VALOR   TO AMV-VALOR.
           MOVE 'PROGCOB33' TO AMV-PROGRAMA.
           WRITE AR-MOVIMENTO-REG.
           CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'WRITE' FS-ARMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0310-REJEITAR-PAGAMENTO.

           END-IF.
           ADD 1 TO WRK-QTD-PAGTOS-REJ.
      *----------------------------------------------------------------*
      *          Pagamentos recebidos sobre faturas ja baixadas por
      *          perda no GLLANCTO.DAT (origem RECPDD), como receita
      *          de recuperacao de credito
      *----------------------------------------------------------------*
       0320-LANCAR-RECUPERACAO.

           OPEN EXTEND GL-LANCAMENTOS.
           IF NOT FS-GLLAN-OK
              OPEN OUTPUT GL-LANCAMENTOS
           END-IF.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'OPEN' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE WRK-DATA-RODADA      TO LAN-DATA.
           MOVE 'RECPDD'             TO LAN-ORIGEM.
           MOVE SPACES               TO LAN-CENTRO-CUSTO.
           MOVE WRK-TOTAL-RECUPERADO TO LAN-VALOR.
           MOVE 'PROGCOB33'          TO LAN-PROGRAMA.
           WRITE GL-LANCAMENTO-REG.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'WRITE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           CLOSE GL-LANCAMENTOS.
           CALL 'PROGCOBU1' USING 'GLLANCTO.DAT' 'CLOSE' FS-GLLAN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Listagem de itens em aberto por cliente, com
      *          subtotal por cliente e total geral em aberto
      *----------------------------------------------------------------*
              IF NOT WRK-NAO-HA-MAIS-RAZAO
                 IF NOT CRE-LIQUIDADA
                    AND NOT CRE-CANCELADA
                    AND NOT CRE-BAIXADA
                    PERFORM 0410-IMPRIMIR-ITEM-ABERTO
                 END-IF
              END-IF
              END-STRING
              PERFORM 0420-GRAVAR-LINHA-RELATORIO
           END-IF.

           IF WRK-QTD-COLISOES > ZEROS
              MOVE SPACES TO REL-LINHA
              STRING '*** FATURAS NAO ABSORVIDAS (NUMERO JA NO '
                  'RAZAO): ' WRK-QTD-COLISOES ' ***'
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0420-GRAVAR-LINHA-RELATORIO
           END-IF.

           IF WRK-TOTAL-RECUPERADO > ZEROS
              MOVE WRK-TOTAL-RECUPERADO TO WRK-TOTAL-ABERTO-ED
              MOVE WRK-TOTAL-ABERTO-ED TO WRK-BUFFER-ED
              PERFORM 0900-FORMATAR-VALOR-SITE
              MOVE WRK-BUFFER-ED TO WRK-TOTAL-ABERTO-ED
              MOVE SPACES TO REL-LINHA
              STRING 'RECUPERADO DE FATURAS BAIXADAS (RECPDD): '
                  WRK-TOTAL-ABERTO-ED
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0420-GRAVAR-LINHA-RELATORIO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*

           DISPLAY '-------------------'.
           DISPLAY 'FATURAS ABSORVIDAS .. : ' WRK-QTD-ABSORVIDAS.
           DISPLAY 'FATURAS EM COLISAO .. : ' WRK-QTD-COLISOES.
           DISPLAY 'PAGAMENTOS APLICADOS  : ' WRK-QTD-PAGTOS.
           DISPLAY 'PAGAMENTOS REJEITADOS : ' WRK-QTD-PAGTOS-REJ.
           DISPLAY 'RECUPERACOES (BAIXA)  : ' WRK-QTD-RECUPERADOS.
           DISPLAY 'FATURAS EM ABERTO ... : ' WRK-QTD-ABERTAS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           END-IF.

           CLOSE CONTAS-RECEBER PAGAMENTOS-REJECT CUSTOMER-MASTER
                 ABERTOS-REPORT AR-MOVIMENTOS.
           CALL 'PROGCOBU1' USING 'ARLEDGER.DAT' 'CLOSE' FS-RECEB
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'ARMOVTO.DAT' 'CLOSE' FS-ARMOV
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'ARABERTO.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0950-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-QTD-COLISOES > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
      *          Ajustar um valor editado para o padrao decimal do
      *          site (virgula ou ponto), sem recompilar o programa
