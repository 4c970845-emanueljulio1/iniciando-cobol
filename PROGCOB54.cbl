      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 01.09.2026 EAS Versao inicial.
      * 15.10.2026 EAS Incluida a carga das quotas sugeridas pelo
      *                PROGCOB102 (QUOTASUG.DAT): em bloco, todas as
      *                sugestoes nao recusadas, ou so as marcadas como
      *                aceitas, com o valor editado pela gerencia no
      *                lugar do sugerido quando informado. A critica
      *                de filial, vendedor e periodo passou para
      *                paragrafos proprios, usados pela digitacao e
      *                pela carga; linha recusada na carga e listada
      *                com o motivo e a rodada devolve RETURN-CODE 4.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ACCESS MODE IS RANDOM
               RECORD KEY IS VDM-CODIGO
               FILE STATUS IS FS-VENDM.

           SELECT QUOTA-SUGERIDA-FILE
               ASSIGN TO 'QUOTASUG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-QTSUG.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*

       FD  SALESMAN-MASTER.
       COPY VENDMREG.

       FD  QUOTA-SUGERIDA-FILE.
       COPY QTSUGREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==QUOTA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==FILIA==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==VENDM==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==QTSUG==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-MES                  PIC 9(02)     VALUE ZEROS.
       77  WRK-VALOR                PIC 9(09)V99  VALUE ZEROS.
       77  WRK-QTD-GRAVADAS         PIC 9(04)     VALUE ZEROS.
       77  WRK-MOTIVO-RECUSA        PIC X(40)     VALUE SPACES.
       77  WRK-MODO-CARGA           PIC X(01)     VALUE 'N'.
           88  WRK-CARGA-SUGESTOES                 VALUE 'S'.
       77  WRK-SELECAO-CARGA        PIC X(01)     VALUE SPACES.
           88  WRK-CARGA-TODAS                     VALUE 'T'.
           88  WRK-CARGA-MARCADAS                  VALUE 'M'.
       77  WRK-FIM-SUGESTOES        PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-SUGESTOES           VALUE 'S'.
       77  WRK-QTD-RECUSADAS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-IGNORADAS        PIC 9(04)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-CARGA-SUGESTOES
              PERFORM 0400-CARREGAR-SUGESTOES THRU 0400-SAIDA
           ELSE
              PERFORM 0200-PROCESSAR THRU 0200-SAIDA
                  UNTIL WRK-ENCERRAR
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY 'CARREGAR AS QUOTAS SUGERIDAS DO QUOTASUG.DAT '
                   '(S/N) : '.
           ACCEPT WRK-MODO-CARGA.
      *----------------------------------------------------------------*
       0200-PROCESSAR.

              GO TO 0200-SAIDA
           END-IF.

           PERFORM 0210-CRITICAR-FILIAL.
           IF WRK-MOTIVO-RECUSA NOT = SPACES
              DISPLAY WRK-MOTIVO-RECUSA
              GO TO 0200-SAIDA
           END-IF.

           DISPLAY 'VENDEDOR (XXXXX) ..... : '.
           ACCEPT WRK-VENDEDOR.
           PERFORM 0212-CRITICAR-VENDEDOR.
           IF WRK-MOTIVO-RECUSA NOT = SPACES
              DISPLAY WRK-MOTIVO-RECUSA
              GO TO 0200-SAIDA
           END-IF.

           DISPLAY 'ANO (AAAA) ........... : '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES (MM) ............. : '.
           ACCEPT WRK-MES.
           DISPLAY 'VALOR DA QUOTA (999999999V99) : '.
           ACCEPT WRK-VALOR.
           PERFORM 0214-CRITICAR-PERIODO.
           IF WRK-MOTIVO-RECUSA NOT = SPACES
              DISPLAY WRK-MOTIVO-RECUSA
              GO TO 0200-SAIDA
           END-IF.

           PERFORM 0220-GRAVAR-QUOTA.

       0200-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Critica da quota, comum a digitacao e a carga das
      *          sugestoes: filial no BRANCH-MASTER, vendedor ativo
      *          no SALESMAN-MASTER e ano/mes validos
      *----------------------------------------------------------------*
       0210-CRITICAR-FILIAL.

           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           MOVE WRK-FILIAL TO FIL-CODIGO.
           READ BRANCH-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-FILIA-NAO-ENCONTRADO
              MOVE 'FILIAL NAO CADASTRADA.' TO WRK-MOTIVO-RECUSA
           END-IF.
      *----------------------------------------------------------------*
       0212-CRITICAR-VENDEDOR.

           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           MOVE WRK-VENDEDOR TO VDM-CODIGO.
           READ SALESMAN-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-VENDM-NAO-ENCONTRADO
              MOVE 'VENDEDOR NAO CADASTRADO.' TO WRK-MOTIVO-RECUSA
           ELSE
              IF VDM-INATIVO
                 MOVE 'VENDEDOR INATIVO: QUOTA NAO GRAVADA.'
                   TO WRK-MOTIVO-RECUSA
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0214-CRITICAR-PERIODO.

           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           IF WRK-ANO = ZEROS OR WRK-MES = ZEROS
              OR WRK-MES > 12
              MOVE 'ANO OU MES INVALIDO. NAO GRAVADA.'
                TO WRK-MOTIVO-RECUSA
           END-IF.
      *----------------------------------------------------------------*
      *          Incluir ou regravar a quota criticada
      *----------------------------------------------------------------*
       0220-GRAVAR-QUOTA.

           MOVE WRK-FILIAL   TO QTA-FILIAL.
           MOVE WRK-VENDEDOR TO QTA-VENDEDOR.
              DISPLAY 'QUOTA INCLUIDA.'
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADAS.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*

           DISPLAY '-------------------'.
           DISPLAY 'QUOTAS GRAVADAS ' WRK-QTD-GRAVADAS.
           IF WRK-CARGA-SUGESTOES
              DISPLAY 'SUGESTOES RECUSADAS NA CRITICA '
                      WRK-QTD-RECUSADAS
              DISPLAY 'SUGESTOES NAO SELECIONADAS     '
                      WRK-QTD-IGNORADAS
              IF WRK-QTD-RECUSADAS > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Carga das quotas sugeridas pelo PROGCOB102: em bloco
      *          (T, todas menos as recusadas com 'N') ou so as
      *          aceitas (M, marcadas com 'S'); o valor editado pela
      *          gerencia substitui o sugerido. Cada linha passa pela
      *          mesma critica da digitacao
      *----------------------------------------------------------------*
       0400-CARREGAR-SUGESTOES.

           DISPLAY 'CARREGAR TODAS AS SUGESTOES NAO RECUSADAS (T) OU '
                   'SO AS MARCADAS COMO ACEITAS (M) : '.
           ACCEPT WRK-SELECAO-CARGA.
           IF NOT WRK-CARGA-TODAS AND NOT WRK-CARGA-MARCADAS
              DISPLAY 'OPCAO INVALIDA. NADA CARREGADO.'
              GO TO 0400-SAIDA
           END-IF.

           OPEN INPUT QUOTA-SUGERIDA-FILE.
           CALL 'PROGCOBU1' USING 'QUOTASUG.DAT' 'OPEN' FS-QTSUG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE 'N' TO WRK-FIM-SUGESTOES.
           PERFORM UNTIL WRK-NAO-HA-MAIS-SUGESTOES
              READ QUOTA-SUGERIDA-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-SUGESTOES
              END-READ
              IF NOT WRK-NAO-HA-MAIS-SUGESTOES
                 CALL 'PROGCOBU1' USING 'QUOTASUG.DAT' 'READ'
                      FS-QTSUG WRK-ABEND
                 IF WRK-DEVE-ABORTAR
                    PERFORM 0900-ABORTAR-PROCESSAMENTO
                 END-IF
                 PERFORM 0410-CARREGAR-SUGESTAO THRU 0410-SAIDA
              END-IF
           END-PERFORM.

           CLOSE QUOTA-SUGERIDA-FILE.
           CALL 'PROGCOBU1' USING 'QUOTASUG.DAT' 'CLOSE' FS-QTSUG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

       0400-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0410-CARREGAR-SUGESTAO.

           IF QSG-RECUSADA
              OR (WRK-CARGA-MARCADAS AND NOT QSG-ACEITA)
              ADD 1 TO WRK-QTD-IGNORADAS
              GO TO 0410-SAIDA
           END-IF.

           MOVE QSG-FILIAL   TO WRK-FILIAL.
           MOVE QSG-VENDEDOR TO WRK-VENDEDOR.
           MOVE QSG-ANO      TO WRK-ANO.
           MOVE QSG-MES      TO WRK-MES.
           IF QSG-VALOR-EDITADO IS NUMERIC
              AND QSG-VALOR-EDITADO > ZEROS
              MOVE QSG-VALOR-EDITADO TO WRK-VALOR
           ELSE
              MOVE QSG-SUGERIDA      TO WRK-VALOR
           END-IF.

           PERFORM 0210-CRITICAR-FILIAL.
           IF WRK-MOTIVO-RECUSA = SPACES
              PERFORM 0212-CRITICAR-VENDEDOR
           END-IF.
           IF WRK-MOTIVO-RECUSA = SPACES
              PERFORM 0214-CRITICAR-PERIODO
           END-IF.
           IF WRK-MOTIVO-RECUSA NOT = SPACES
              DISPLAY 'SUGESTAO ' QSG-FILIAL ' ' QSG-VENDEDOR ' '
                      QSG-ANO '/' QSG-MES ' RECUSADA: '
                      WRK-MOTIVO-RECUSA
              ADD 1 TO WRK-QTD-RECUSADAS
              GO TO 0410-SAIDA
           END-IF.

           DISPLAY 'SUGESTAO ' QSG-FILIAL ' ' QSG-VENDEDOR ' '
                   QSG-ANO '/' QSG-MES ' VALOR ' WRK-VALOR.
           PERFORM 0220-GRAVAR-QUOTA.

       0410-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
