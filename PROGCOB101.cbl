      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB101
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Conciliacao das vendas de cartao e PIX com a
      * liquidacao das adquirentes. O a receber de cada dia vem do
      * RECEBIV.DAT (anexado pelo PROGCOB09, por filial, adquirente
      * e forma; vale a ultima linha de cada chave) e e mantido no
      * cadastro de recebiveis RECEBMST.DAT, com a taxa e o prazo da
      * adquirente para a forma (TAXAADQ.DAT): liquido esperado =
      * bruto menos a taxa, data prevista = data da venda mais o
      * prazo em dias uteis (ADDDU do PROGCOBU4). O arquivo de
      * liquidacao recebido das adquirentes (LIQADQ.DAT) e importado
      * sobre o cadastro; creditos com data ja importada (controle
      * LIQADQ.CTL) sao desprezados, para o reprocessamento nao
      * duplicar, e credito sem venda correspondente entra com
      * esperado zero. Cada recebivel ainda nao encerrado e
      * conciliado dentro da tolerancia e listado em ADQCONC.REL por
      * data de venda e filial (bruto esperado, taxa, liquido
      * esperado, creditado, data prevista e situacao, com subtotal
      * por data e filial). Os atrasados, liquidados com atraso, a
      * menor ou a maior e os sem taxa cadastrada saem de novo na
      * relacao de acompanhamento com a adquirente, e a rodada
      * devolve RETURN-CODE 4. A rodada exige a acao ADQUIRENTE
      * liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB101.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT RECEBIVEIS-FILE
               ASSIGN TO 'RECEBIV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RECBV.

           SELECT RECEBIVEL-MASTER
               ASSIGN TO 'RECEBMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCM-CHAVE
               FILE STATUS IS FS-RCMST.

           SELECT TAXA-ADQUIRENTE-FILE
               ASSIGN TO 'TAXAADQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXA-CHAVE
               FILE STATUS IS FS-TAXAD.

           SELECT LIQUIDACAO-ADQ-FILE
               ASSIGN TO 'LIQADQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIQAD.

           SELECT LIQUIDACAO-CONTROLE
               ASSIGN TO 'LIQADQ.CTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LQCTL.

           SELECT CONCILIACAO-ADQ-REPORT
               ASSIGN TO 'ADQCONC.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  RECEBIVEIS-FILE.
       COPY RECEBREG.

       FD  RECEBIVEL-MASTER.
       COPY RCMSTREG.

       FD  TAXA-ADQUIRENTE-FILE.
       COPY TAXADREG.

       FD  LIQUIDACAO-ADQ-FILE.
       COPY LIQADREG.

       FD  LIQUIDACAO-CONTROLE.
       01  LQC-REG.
           03  LQC-ULT-DATA-CREDITO       PIC 9(08).
           03  LQC-DATA-IMPORTACAO        PIC 9(08).

       FD  CONCILIACAO-ADQ-REPORT.
       01  REL-LINHA                  PIC X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RECBV==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RCMST==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==TAXAD==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==LIQAD==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==LQCTL==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-TOLERANCIA           PIC 9(05)V99  VALUE 1,00.
       77  WRK-ULT-DATA-CREDITO     PIC 9(08)     VALUE ZEROS.
       77  WRK-MAIOR-DATA-CREDITO   PIC 9(08)     VALUE ZEROS.

       77  WRK-U4-HORA-1            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-HORA-2            PIC 9(06)     VALUE ZEROS.
       77  WRK-U4-QTD-DIAS          PIC 9(03)     VALUE ZEROS.
       77  WRK-U4-RESULTADO         PIC S9(09)    VALUE ZEROS.
       77  WRK-U4-UF                PIC X(02)     VALUE SPACES.
       77  WRK-DATA-PREVISTA        PIC 9(08)     VALUE ZEROS.
       77  WRK-DIAS-ATRASO          PIC 9(04)     VALUE ZEROS.

       77  WRK-DIFERENCA            PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SITUACAO-TEXTO       PIC X(20)     VALUE SPACES.
       77  WRK-ACOMPANHAR           PIC X(01)     VALUE 'N'.
           88  WRK-PARA-ACOMPANHAR                 VALUE 'S'.

       01  WRK-QUEBRA-ATUAL.
           03  WRK-QBR-DATA         PIC 9(08)     VALUE ZEROS.
           03  WRK-QBR-FILIAL       PIC X(03)     VALUE SPACES.
       77  WRK-SUB-ESPERADO         PIC 9(11)V99  VALUE ZEROS.
       77  WRK-SUB-CREDITADO        PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOT-ESPERADO         PIC 9(11)V99  VALUE ZEROS.
       77  WRK-TOT-CREDITADO        PIC 9(11)V99  VALUE ZEROS.

       77  WRK-MAX-ACOMPANHAMENTO   PIC 9(03)     VALUE 200.
       77  WRK-QTD-ACOMPANHAMENTO   PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-IDX-ACO              PIC 9(03)  COMP  VALUE ZEROS.
       01  WRK-TABELA-ACOMPANHAMENTO.
           03  WRK-ACO-LINHA        PIC X(100) OCCURS 200 TIMES.

       77  WRK-QTD-ESPERADOS        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-CREDITOS         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-JA-IMPORTADOS    PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-SEM-VENDA        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-CONCILIADOS      PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-ENCERRADOS       PIC 9(06)     VALUE ZEROS.

       01  WRK-LINHA-DETALHE.
           03  WRK-DET-DATA         PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACE.
           03  WRK-DET-FILIAL       PIC X(03).
           03  FILLER               PIC X(01)     VALUE SPACE.
           03  WRK-DET-ADQUIRENTE   PIC X(03).
           03  FILLER               PIC X(01)     VALUE SPACE.
           03  WRK-DET-FORMA        PIC X(01).
           03  FILLER               PIC X(01)     VALUE SPACE.
           03  WRK-DET-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACE.
           03  WRK-DET-PCT          PIC Z9,99.
           03  FILLER               PIC X(01)     VALUE SPACE.
           03  WRK-DET-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACE.
           03  WRK-DET-CREDITADO    PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER               PIC X(01)     VALUE SPACE.
           03  WRK-DET-PREVISTA     PIC 9(08).
           03  FILLER               PIC X(01)     VALUE SPACE.
           03  WRK-DET-SITUACAO     PIC X(20).

       77  WRK-VALOR-ED             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED-2           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-ATRASO-ED            PIC ZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-ESPERADO.
           PERFORM 0300-IMPORTAR-LIQUIDACAO.
           PERFORM 0400-CONCILIAR.
           PERFORM 0500-LISTAR-ACOMPANHAMENTO.
           PERFORM 0600-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'ADQUIRENTE' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'CONCILIACAO DAS ADQUIRENTES NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT TAXA-ADQUIRENTE-FILE.
           IF NOT FS-TAXAD-OK
              DISPLAY 'TABELA DE TAXAS DAS ADQUIRENTES (TAXAADQ.DAT) '
                      'INDISPONIVEL. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O RECEBIVEL-MASTER.
           IF FS-RCMST = '35'
              OPEN OUTPUT RECEBIVEL-MASTER
              CLOSE RECEBIVEL-MASTER
              OPEN I-O RECEBIVEL-MASTER
           END-IF.
           CALL 'PROGCOBU1' USING 'RECEBMST.DAT' 'OPEN' FS-RCMST
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE ZEROS TO WRK-ULT-DATA-CREDITO.
           OPEN INPUT LIQUIDACAO-CONTROLE.
           IF FS-LQCTL-OK
              READ LIQUIDACAO-CONTROLE
                  AT END
                      MOVE ZEROS TO LQC-ULT-DATA-CREDITO
              END-READ
              IF FS-LQCTL-OK
                 MOVE LQC-ULT-DATA-CREDITO TO WRK-ULT-DATA-CREDITO
              END-IF
              CLOSE LIQUIDACAO-CONTROLE
           END-IF.
           MOVE WRK-ULT-DATA-CREDITO TO WRK-MAIOR-DATA-CREDITO.

           OPEN OUTPUT CONCILIACAO-ADQ-REPORT.
           CALL 'PROGCOBU1' USING 'ADQCONC.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'CONCILIACAO CARTAO/PIX X LIQUIDACAO DAS '
                  'ADQUIRENTES - ' WRK-DATA-ATUAL
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DATA VDA FIL ADQ F  BRUTO ESPER.  %TX '
                  ' LIQ. ESPERADO     CREDITADO PREVISTA SITUACAO'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          A receber do RECEBIV.DAT para o cadastro: a ultima
      *          linha de cada chave vale (rodada repetida no dia);
      *          recebivel ja encerrado nao e mais alterado
      *----------------------------------------------------------------*
       0200-CARREGAR-ESPERADO.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RECEBIVEIS-FILE.
           IF NOT FS-RECBV-OK
              DISPLAY 'RECEBIV.DAT INDISPONIVEL: NENHUM A RECEBER '
                      'NOVO NESTA RODADA.'
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ RECEBIVEIS-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 ADD 1 TO WRK-QTD-ESPERADOS
                 PERFORM 0210-ATUALIZAR-ESPERADO
              END-IF
           END-PERFORM.

           IF FS-RECBV-OK OR FS-RECBV-FIM
              CLOSE RECEBIVEIS-FILE
           END-IF.
      *----------------------------------------------------------------*
       0210-ATUALIZAR-ESPERADO.

           MOVE RCB-DATA-VENDA TO RCM-DATA-VENDA.
           MOVE RCB-FILIAL     TO RCM-FILIAL.
           MOVE RCB-ADQUIRENTE TO RCM-ADQUIRENTE.
           MOVE RCB-FORMA      TO RCM-FORMA.
           READ RECEBIVEL-MASTER
               INVALID KEY
                   MOVE ZEROS TO RCM-BRUTO-LIQUIDADO RCM-TAXA-RETIDA
                                 RCM-LIQUIDO-CREDITADO
                                 RCM-DATA-ULT-CREDITO
                   MOVE 'A'   TO RCM-SITUACAO
           END-READ.

           IF RCM-LIQUIDADO OR RCM-LIQUIDADO-ATRASO
              OR RCM-LIQUIDADO-A-MAIOR
              CONTINUE
           ELSE
              MOVE RCB-VALOR-BRUTO TO RCM-BRUTO-ESPERADO
              PERFORM 0220-APLICAR-TAXA
              IF FS-RCMST-NAO-ENCONTRADO
                 WRITE RECEBIVEL-MESTRE-REG
                 CALL 'PROGCOBU1' USING 'RECEBMST.DAT' 'WRITE'
                      FS-RCMST WRK-ABEND
              ELSE
                 REWRITE RECEBIVEL-MESTRE-REG
                 CALL 'PROGCOBU1' USING 'RECEBMST.DAT' 'REWRITE'
                      FS-RCMST WRK-ABEND
              END-IF
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Taxa e prazo da adquirente para a forma: liquido e
      *          data de credito esperados; sem condicao cadastrada
      *          o recebivel fica sem taxa, para acompanhamento
      *----------------------------------------------------------------*
       0220-APLICAR-TAXA.

           MOVE RCM-ADQUIRENTE TO TXA-ADQUIRENTE.
           MOVE RCM-FORMA      TO TXA-FORMA.
           READ TAXA-ADQUIRENTE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-TAXAD-OK
              MOVE TXA-PCT-TAXA TO RCM-PCT-TAXA
              COMPUTE RCM-LIQUIDO-ESPERADO ROUNDED =
                      RCM-BRUTO-ESPERADO -
                      (RCM-BRUTO-ESPERADO * TXA-PCT-TAXA / 100)
              MOVE TXA-PRAZO-DIAS TO WRK-U4-QTD-DIAS
              CALL 'PROGCOBU4' USING 'ADDDU '
                   RCM-DATA-VENDA WRK-U4-HORA-1
                   WRK-DATA-PREVISTA WRK-U4-HORA-2
                   WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF
              MOVE WRK-DATA-PREVISTA TO RCM-DATA-PREVISTA
              IF RCM-SEM-TAXA
                 MOVE 'A' TO RCM-SITUACAO
              END-IF
           ELSE
              MOVE ZEROS              TO RCM-PCT-TAXA
              MOVE RCM-BRUTO-ESPERADO TO RCM-LIQUIDO-ESPERADO
              MOVE RCM-DATA-VENDA     TO RCM-DATA-PREVISTA
              MOVE 'X'                TO RCM-SITUACAO
           END-IF.
      *----------------------------------------------------------------*
      *          Importar os creditos das adquirentes; data de
      *          credito ja importada em rodada anterior e desprezada
      *----------------------------------------------------------------*
       0300-IMPORTAR-LIQUIDACAO.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT LIQUIDACAO-ADQ-FILE.
           IF NOT FS-LIQAD-OK
              DISPLAY 'LIQADQ.DAT INDISPONIVEL: NENHUM CREDITO DAS '
                      'ADQUIRENTES IMPORTADO NESTA RODADA.'
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ LIQUIDACAO-ADQ-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 IF LQA-DATA-CREDITO NOT > WRK-ULT-DATA-CREDITO
                    ADD 1 TO WRK-QTD-JA-IMPORTADOS
                 ELSE
                    ADD 1 TO WRK-QTD-CREDITOS
                    PERFORM 0310-LANCAR-CREDITO
                    IF LQA-DATA-CREDITO > WRK-MAIOR-DATA-CREDITO
                       MOVE LQA-DATA-CREDITO
                         TO WRK-MAIOR-DATA-CREDITO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF FS-LIQAD-OK OR FS-LIQAD-FIM
              CLOSE LIQUIDACAO-ADQ-FILE
           END-IF.

           IF WRK-MAIOR-DATA-CREDITO > WRK-ULT-DATA-CREDITO
              OPEN OUTPUT LIQUIDACAO-CONTROLE
              CALL 'PROGCOBU1' USING 'LIQADQ.CTL' 'OPEN' FS-LQCTL
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              MOVE WRK-MAIOR-DATA-CREDITO TO LQC-ULT-DATA-CREDITO
              MOVE WRK-DATA-ATUAL         TO LQC-DATA-IMPORTACAO
              WRITE LQC-REG
              CALL 'PROGCOBU1' USING 'LIQADQ.CTL' 'WRITE' FS-LQCTL
                   WRK-ABEND
              IF WRK-DEVE-ABORTAR
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              CLOSE LIQUIDACAO-CONTROLE
           END-IF.
      *----------------------------------------------------------------*
      *          Somar o credito no recebivel da venda; credito sem
      *          venda correspondente entra com esperado zero e sai
      *          a maior na conciliacao
      *----------------------------------------------------------------*
       0310-LANCAR-CREDITO.

           MOVE LQA-DATA-VENDA TO RCM-DATA-VENDA.
           MOVE LQA-FILIAL     TO RCM-FILIAL.
           MOVE LQA-ADQUIRENTE TO RCM-ADQUIRENTE.
           MOVE LQA-FORMA      TO RCM-FORMA.
           READ RECEBIVEL-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-RCMST-NAO-ENCONTRADO
              ADD 1 TO WRK-QTD-SEM-VENDA
              MOVE ZEROS TO RCM-BRUTO-ESPERADO RCM-PCT-TAXA
                            RCM-LIQUIDO-ESPERADO
                            RCM-BRUTO-LIQUIDADO RCM-TAXA-RETIDA
                            RCM-LIQUIDO-CREDITADO
              MOVE LQA-DATA-VENDA TO RCM-DATA-PREVISTA
              MOVE 'A' TO RCM-SITUACAO
           END-IF.

           ADD LQA-VALOR-BRUTO   TO RCM-BRUTO-LIQUIDADO.
           ADD LQA-VALOR-TAXA    TO RCM-TAXA-RETIDA.
           ADD LQA-VALOR-LIQUIDO TO RCM-LIQUIDO-CREDITADO.
           IF LQA-DATA-CREDITO > RCM-DATA-ULT-CREDITO
              MOVE LQA-DATA-CREDITO TO RCM-DATA-ULT-CREDITO
           END-IF.

           IF FS-RCMST-NAO-ENCONTRADO
              WRITE RECEBIVEL-MESTRE-REG
              CALL 'PROGCOBU1' USING 'RECEBMST.DAT' 'WRITE'
                   FS-RCMST WRK-ABEND
           ELSE
              REWRITE RECEBIVEL-MESTRE-REG
              CALL 'PROGCOBU1' USING 'RECEBMST.DAT' 'REWRITE'
                   FS-RCMST WRK-ABEND
           END-IF.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Conciliar cada recebivel ainda nao encerrado, na
      *          ordem de data de venda e filial, com subtotal na
      *          quebra
      *----------------------------------------------------------------*
       0400-CONCILIAR.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO RCM-CHAVE.
           START RECEBIVEL-MASTER
               KEY IS NOT LESS THAN RCM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ RECEBIVEL-MASTER NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND NOT RCM-LIQUIDADO
                 AND NOT RCM-LIQUIDADO-ATRASO
                 AND NOT RCM-LIQUIDADO-A-MAIOR
                 IF RCM-DATA-VENDA NOT = WRK-QBR-DATA
                    OR RCM-FILIAL NOT = WRK-QBR-FILIAL
                    PERFORM 0430-IMPRIMIR-SUBTOTAL
                    MOVE RCM-DATA-VENDA TO WRK-QBR-DATA
                    MOVE RCM-FILIAL     TO WRK-QBR-FILIAL
                 END-IF
                 PERFORM 0410-AVALIAR-RECEBIVEL
                 REWRITE RECEBIVEL-MESTRE-REG
                 CALL 'PROGCOBU1' USING 'RECEBMST.DAT' 'REWRITE'
                      FS-RCMST WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 PERFORM 0420-IMPRIMIR-RECEBIVEL
              END-IF
           END-PERFORM.

           PERFORM 0430-IMPRIMIR-SUBTOTAL.
      *----------------------------------------------------------------*
      *          Situacao do recebivel: creditado contra o liquido
      *          esperado dentro da tolerancia e contra a data
      *          prevista de credito
      *----------------------------------------------------------------*
       0410-AVALIAR-RECEBIVEL.

           ADD 1 TO WRK-QTD-CONCILIADOS.
           MOVE 'N' TO WRK-ACOMPANHAR.
           COMPUTE WRK-DIFERENCA = RCM-LIQUIDO-CREDITADO
                                 - RCM-LIQUIDO-ESPERADO.

           EVALUATE TRUE
              WHEN RCM-SEM-TAXA
                 MOVE 'SEM TAXA CADASTRADA' TO WRK-SITUACAO-TEXTO
                 MOVE 'S' TO WRK-ACOMPANHAR
              WHEN RCM-LIQUIDO-CREDITADO = ZEROS
               AND RCM-LIQUIDO-ESPERADO > ZEROS
                 IF WRK-DATA-ATUAL > RCM-DATA-PREVISTA
                    MOVE 'R' TO RCM-SITUACAO
                    MOVE 'ATRASADO' TO WRK-SITUACAO-TEXTO
                    MOVE 'S' TO WRK-ACOMPANHAR
                 ELSE
                    MOVE 'A' TO RCM-SITUACAO
                    MOVE 'A VENCER' TO WRK-SITUACAO-TEXTO
                 END-IF
              WHEN WRK-DIFERENCA > WRK-TOLERANCIA
                 MOVE 'M' TO RCM-SITUACAO
                 MOVE 'LIQUIDADO A MAIOR' TO WRK-SITUACAO-TEXTO
                 MOVE 'S' TO WRK-ACOMPANHAR
                 ADD 1 TO WRK-QTD-ENCERRADOS
              WHEN WRK-DIFERENCA + WRK-TOLERANCIA < ZEROS
                 IF WRK-DATA-ATUAL > RCM-DATA-PREVISTA
                    MOVE 'D' TO RCM-SITUACAO
                    MOVE 'LIQUIDADO A MENOR' TO WRK-SITUACAO-TEXTO
                    MOVE 'S' TO WRK-ACOMPANHAR
                 ELSE
                    MOVE 'A' TO RCM-SITUACAO
                    MOVE 'LIQUIDADO PARCIAL' TO WRK-SITUACAO-TEXTO
                 END-IF
              WHEN RCM-DATA-ULT-CREDITO > RCM-DATA-PREVISTA
                 MOVE 'T' TO RCM-SITUACAO
                 MOVE 'LIQUIDADO C/ ATRASO' TO WRK-SITUACAO-TEXTO
                 MOVE 'S' TO WRK-ACOMPANHAR
                 ADD 1 TO WRK-QTD-ENCERRADOS
              WHEN OTHER
                 MOVE 'L' TO RCM-SITUACAO
                 MOVE 'LIQUIDADO' TO WRK-SITUACAO-TEXTO
                 ADD 1 TO WRK-QTD-ENCERRADOS
           END-EVALUATE.
      *----------------------------------------------------------------*
       0420-IMPRIMIR-RECEBIVEL.

           MOVE RCM-DATA-VENDA        TO WRK-DET-DATA.
           MOVE RCM-FILIAL            TO WRK-DET-FILIAL.
           MOVE RCM-ADQUIRENTE        TO WRK-DET-ADQUIRENTE.
           MOVE RCM-FORMA             TO WRK-DET-FORMA.
           MOVE RCM-BRUTO-ESPERADO    TO WRK-DET-BRUTO.
           MOVE RCM-PCT-TAXA          TO WRK-DET-PCT.
           MOVE RCM-LIQUIDO-ESPERADO  TO WRK-DET-LIQUIDO.
           MOVE RCM-LIQUIDO-CREDITADO TO WRK-DET-CREDITADO.
           MOVE RCM-DATA-PREVISTA     TO WRK-DET-PREVISTA.
           MOVE WRK-SITUACAO-TEXTO    TO WRK-DET-SITUACAO.
           MOVE WRK-LINHA-DETALHE     TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           ADD RCM-LIQUIDO-ESPERADO  TO WRK-SUB-ESPERADO.
           ADD RCM-LIQUIDO-CREDITADO TO WRK-SUB-CREDITADO.

           IF WRK-PARA-ACOMPANHAR
              PERFORM 0440-GUARDAR-ACOMPANHAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0430-IMPRIMIR-SUBTOTAL.

           IF WRK-QBR-FILIAL NOT = SPACES
              MOVE WRK-SUB-ESPERADO  TO WRK-VALOR-ED
              MOVE WRK-SUB-CREDITADO TO WRK-VALOR-ED-2
              MOVE SPACES TO REL-LINHA
              STRING '  SUBTOTAL ' WRK-QBR-DATA ' FILIAL '
                     WRK-QBR-FILIAL ' LIQ. ESPERADO ' WRK-VALOR-ED
                     ' CREDITADO ' WRK-VALOR-ED-2
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              MOVE SPACES TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              ADD WRK-SUB-ESPERADO  TO WRK-TOT-ESPERADO
              ADD WRK-SUB-CREDITADO TO WRK-TOT-CREDITADO
           END-IF.
           MOVE ZEROS TO WRK-SUB-ESPERADO WRK-SUB-CREDITADO.
      *----------------------------------------------------------------*
      *          Guardar a linha de acompanhamento com a adquirente,
      *          com os dias de atraso sobre a data prevista
      *----------------------------------------------------------------*
       0440-GUARDAR-ACOMPANHAMENTO.

           IF WRK-QTD-ACOMPANHAMENTO >= WRK-MAX-ACOMPANHAMENTO
              DISPLAY 'TABELA DE ACOMPANHAMENTO ESGOTADA ('
                      WRK-MAX-ACOMPANHAMENTO ').'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE ZEROS TO WRK-DIAS-ATRASO.
           EVALUATE TRUE
              WHEN RCM-LIQUIDADO-ATRASO
                 CALL 'PROGCOBU4' USING 'DIFMI '
                      RCM-DATA-PREVISTA WRK-U4-HORA-1
                      RCM-DATA-ULT-CREDITO WRK-U4-HORA-2
                      WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF
                 COMPUTE WRK-DIAS-ATRASO = WRK-U4-RESULTADO / 1440
              WHEN RCM-ATRASADO OR RCM-LIQUIDADO-A-MENOR
                 CALL 'PROGCOBU4' USING 'DIFMI '
                      RCM-DATA-PREVISTA WRK-U4-HORA-1
                      WRK-DATA-ATUAL WRK-U4-HORA-2
                      WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF
                 COMPUTE WRK-DIAS-ATRASO = WRK-U4-RESULTADO / 1440
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE WRK-DIFERENCA  TO WRK-VALOR-ED.
           IF WRK-DIFERENCA < ZEROS
              COMPUTE WRK-VALOR-ED = WRK-DIFERENCA * -1
           END-IF.
           MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED.

           ADD 1 TO WRK-QTD-ACOMPANHAMENTO.
           MOVE SPACES TO WRK-ACO-LINHA(WRK-QTD-ACOMPANHAMENTO).
           STRING RCM-ADQUIRENTE ' ' RCM-FORMA ' ' RCM-DATA-VENDA ' '
                  RCM-FILIAL ' ' WRK-SITUACAO-TEXTO
                  ' PREVISTO ' RCM-DATA-PREVISTA
                  ' ATRASO ' WRK-ATRASO-ED
                  ' DIAS DIFERENCA ' WRK-VALOR-ED
                  DELIMITED BY SIZE
                  INTO WRK-ACO-LINHA(WRK-QTD-ACOMPANHAMENTO)
           END-STRING.
      *----------------------------------------------------------------*
      *          Relacao para cobranca junto a adquirente
      *----------------------------------------------------------------*
       0500-LISTAR-ACOMPANHAMENTO.

           MOVE WRK-TOT-ESPERADO  TO WRK-VALOR-ED.
           MOVE WRK-TOT-CREDITADO TO WRK-VALOR-ED-2.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL GERAL LIQ. ESPERADO ' WRK-VALOR-ED
                  ' CREDITADO ' WRK-VALOR-ED-2
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE ALL '=' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF WRK-QTD-ACOMPANHAMENTO = ZEROS
              MOVE 'NENHUMA LIQUIDACAO ATRASADA OU DIVERGENTE.'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              STRING 'ACOMPANHAMENTO COM AS ADQUIRENTES (ATRASO, '
                     'DIVERGENCIA OU SEM TAXA):'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              MOVE SPACES TO REL-LINHA
              STRING 'ADQ F DATA VDA FIL SITUACAO'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              PERFORM VARYING WRK-IDX-ACO FROM 1 BY 1
                      UNTIL WRK-IDX-ACO > WRK-QTD-ACOMPANHAMENTO
                 MOVE WRK-ACO-LINHA(WRK-IDX-ACO) TO REL-LINHA
                 PERFORM 0800-GRAVAR-LINHA
              END-PERFORM
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0600-FINALIZAR.

           CLOSE RECEBIVEL-MASTER TAXA-ADQUIRENTE-FILE
                 CONCILIACAO-ADQ-REPORT.
           CALL 'PROGCOBU1' USING 'RECEBMST.DAT' 'CLOSE' FS-RCMST
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           CALL 'PROGCOBU1' USING 'ADQCONC.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'LINHAS DO RECEBIV.DAT     ' WRK-QTD-ESPERADOS.
           DISPLAY 'CREDITOS IMPORTADOS       ' WRK-QTD-CREDITOS.
           DISPLAY 'CREDITOS JA IMPORTADOS    ' WRK-QTD-JA-IMPORTADOS.
           DISPLAY 'CREDITOS SEM VENDA        ' WRK-QTD-SEM-VENDA.
           DISPLAY 'RECEBIVEIS CONCILIADOS    ' WRK-QTD-CONCILIADOS.
           DISPLAY 'RECEBIVEIS ENCERRADOS     ' WRK-QTD-ENCERRADOS.
           DISPLAY 'PARA ACOMPANHAMENTO       '
                   WRK-QTD-ACOMPANHAMENTO.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'ADQCONC.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
