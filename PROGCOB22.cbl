      *                busca le os registros 'D' de FRETECOMP.DAT do
      *                conjunto em vez do arquivo vivo, para achar
      *                fatura de data alem da retencao.
      * 15.10.2026 EAS A exibicao passou a mostrar a situacao do
      *                documento fiscal eletronico da fatura no
      *                NFEDOC.DAT (autorizada com o protocolo,
      *                pendente de retorno ou rejeitada com o
      *                motivo). Fatura com documento rejeitado nao e
      *                reimpressa ate ser corrigida e reenviada pelo
      *                PROGCOB83.
      * 15.10.2026 EAS O registro de estorno parcial ('P') da nota de
      *                credito sai identificado como parcial; a
      *                fatura original nao e marcada como cancelada.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
               ASSIGN TO 'SITE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SITEP.

           SELECT NFE-DOCUMENTOS
               ASSIGN TO 'NFEDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFDOC.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*

       FD  SITE-PARM-FILE.
       COPY SITEPARM.

       FD  NFE-DOCUMENTOS.
       COPY NFEDOREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==ARQMO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==REIMP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NFDOC==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                     VALUE 'S'.
           88  WRK-FONTE-MORTA                     VALUE 'M'.

       77  WRK-QTD-ENCONTRADAS       PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-BLOQUEADAS        PIC 9(06)     VALUE ZEROS.
       77  WRK-NFE-ARQUIVO           PIC X(01)     VALUE 'N'.
           88  WRK-DOCUMENTOS-DISPONIVEIS          VALUE 'S'.
       77  WRK-NFE-REJEICAO          PIC X(01)     VALUE 'N'.
           88  WRK-DOCUMENTO-REJEITADO             VALUE 'S'.
       77  WRK-MAX-ESTORNOS          PIC 9(04)     VALUE 500.
       77  WRK-QTD-ESTORNOS          PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-ESTORNO           PIC 9(04)  COMP  VALUE ZEROS.
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN INPUT NFE-DOCUMENTOS.
           IF FS-NFDOC-OK
              MOVE 'S' TO WRK-NFE-ARQUIVO
           END-IF.

           OPEN INPUT SITE-PARM-FILE.
           IF FS-SITEP-OK
              READ SITE-PARM-FILE
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           MOVE 'N' TO WRK-FATURA-BATE WRK-NFE-REJEICAO.
           EVALUATE TRUE
              WHEN WRK-BUSCA-NUMERO
                 IF FAT-NUMERO = WRK-NUMERO-BUSCA
              ADD 1 TO WRK-QTD-ENCONTRADAS
              PERFORM 0210-EXIBIR-FATURA
              IF WRK-GERAR-REIMPRESSAO
                 IF WRK-DOCUMENTO-REJEITADO
                    ADD 1 TO WRK-QTD-BLOQUEADAS
                    DISPLAY '  *** REIMPRESSAO BLOQUEADA ATE O '
                            'REENVIO DO DOCUMENTO CORRIGIDO ***'
                 ELSE
                    PERFORM 0220-REIMPRIMIR-LINHA
                 END-IF
              END-IF
           END-IF.

           DISPLAY '  PRODUTO ' FAT-PRODUTO ' FRETE ' WRK-FRETE-ED
                   ' ENTREGA ' FAT-DATA-PROMETIDA.

           EVALUATE TRUE
              WHEN FAT-REG-ESTORNO
                 DISPLAY '  *** REGISTRO DE ESTORNO (NOTA DE '
                         'CREDITO) ***'
              WHEN FAT-REG-ESTORNO-PARCIAL
                 DISPLAY '  *** REGISTRO DE ESTORNO PARCIAL (NOTA DE '
                         'CREDITO) ***'
              WHEN OTHER
                 PERFORM 0215-VERIFICAR-CANCELAMENTO
                 IF WRK-FATURA-CANCELADA
                    DISPLAY '  *** FATURA CANCELADA POR NOTA DE '
                            'CREDITO ***'
                 END-IF
                 PERFORM 0217-VERIFICAR-DOCUMENTO-FISCAL
           END-EVALUATE.
      *----------------------------------------------------------------*
       0215-VERIFICAR-CANCELAMENTO.

              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Situacao do documento fiscal eletronico da fatura
      *          no NFEDOC.DAT; sem o arquivo ou sem o documento
      *          (fatura anterior a transmissao) nada e apontado
      *----------------------------------------------------------------*
       0217-VERIFICAR-DOCUMENTO-FISCAL.

           MOVE 'N' TO WRK-NFE-REJEICAO.
           IF WRK-DOCUMENTOS-DISPONIVEIS
              MOVE FAT-NUMERO TO NFE-NUMERO
              MOVE ZEROS      TO NFE-ITEM
              READ NFE-DOCUMENTOS
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-NFDOC-OK
                 EVALUATE TRUE
                    WHEN NFE-AUTORIZADA
                       DISPLAY '  DOCUMENTO FISCAL AUTORIZADO, '
                               'PROTOCOLO ' NFE-PROTOCOLO
                    WHEN NFE-REJEITADA
                       MOVE 'S' TO WRK-NFE-REJEICAO
                       DISPLAY '  *** DOCUMENTO FISCAL REJEITADO: '
                               NFE-MOTIVO
                    WHEN OTHER
                       DISPLAY '  DOCUMENTO FISCAL ENVIADO EM '
                               NFE-DATA-ENVIO ', SEM RETORNO'
                 END-EVALUATE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Reimprimir a linha na pagina formatada, com o
      *          cabecalho e o rodape de totais do PROGCOB06
      *----------------------------------------------------------------*
           IF WRK-FONTE-MORTA
              CLOSE ARQUIVO-MORTO
           END-IF.
           IF WRK-DOCUMENTOS-DISPONIVEIS
              CLOSE NFE-DOCUMENTOS
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'FATURAS ENCONTRADAS ' WRK-QTD-ENCONTRADAS.
           IF WRK-QTD-BLOQUEADAS > ZEROS
              DISPLAY 'REIMPRESSOES BLOQUEADAS ' WRK-QTD-BLOQUEADAS
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Ajustar um valor editado para o padrao decimal do
