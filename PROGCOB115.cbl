      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB115
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Cadastro de clientes no CUSTOMER-MASTER
      * (CLIMAST.DAT): inclusao de cliente novo (codigo, nome, UF,
      * limite de credito e boleto em papel) e troca do nome de um
      * cliente existente. Todo nome passa antes pela triagem do
      * PROGCOBU9 contra as entradas bloqueadas do NAME-MASTER:
      * nome bloqueado recusa a operacao; nome semelhante a um
      * bloqueado fica na fila de revisao de compliance (TRIAGEM.DAT)
      * e a operacao so e aceita depois de liberada pelo PROGCOB117.
      * Cada triagem sai no AUDIT-LOG pelo proprio PROGCOBU9. A
      * manutencao exige a acao CADCLIENTE liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      * 15.10.2026 EAS So o nome livre ou liberado passa: triagem
      *                indisponivel (NAMEMAST.DAT fora do ar,
      *                resultado INDISPON do PROGCOBU9) recusa a
      *                operacao.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB115.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CLIMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS FS-CLIEN.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  CUSTOMER-MASTER.
       COPY CLIREG.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==CLIEN==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-SAIR                 PIC X(01)     VALUE 'N'.
           88  WRK-ENCERRAR-MENU                   VALUE 'S'.
       77  WRK-OPERACAO             PIC X(01)     VALUE SPACES.
       77  WRK-USUARIO              PIC X(20)     VALUE SPACES.

       77  WRK-CODIGO               PIC 9(05)     VALUE ZEROS.
       77  WRK-NOME                 PIC X(20)     VALUE SPACES.
       77  WRK-UF                   PIC X(02)     VALUE SPACES.
       77  WRK-LIMITE-CENTAVOS      PIC 9(10)     VALUE ZEROS.
       77  WRK-BOLETO-PAPEL         PIC X(01)     VALUE 'N'.

       77  WRK-CHAVE-TRIAGEM        PIC 9(06)     VALUE ZEROS.
       77  WRK-NOME-TRIAGEM         PIC X(30)     VALUE SPACES.
       77  WRK-TRIAGEM-RESULTADO    PIC X(08)     VALUE SPACES.
           88  WRK-TRIAGEM-BLOQUEADA               VALUE 'BLOQUEAD'.
           88  WRK-TRIAGEM-EM-REVISAO              VALUE 'REVISAO'.
           88  WRK-TRIAGEM-LIBERADA                VALUE 'LIBERADO'.
           88  WRK-TRIAGEM-LIVRE                   VALUE 'LIVRE'.
       77  WRK-TRIAGEM-NOME-BLOQ    PIC X(30)     VALUE SPACES.
       77  WRK-TRIAGEM-REVISOR      PIC X(20)     VALUE SPACES.
       77  WRK-TRIAGEM-OK           PIC X(01)     VALUE 'N'.
           88  WRK-NOME-APROVADO                   VALUE 'S'.

       77  WRK-QTD-INCLUIDOS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-ALTERADOS        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-RECUSADOS        PIC 9(04)     VALUE ZEROS.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-ENCERRAR-MENU.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           CALL 'PROGCOBU3' USING 'CADCLIENTE' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'CADASTRO DE CLIENTES NAO AUTORIZADO. '
                      'PROCESSAMENTO RECUSADO.'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF FS-CLIEN = '35'
              OPEN OUTPUT CUSTOMER-MASTER
              CLOSE CUSTOMER-MASTER
              OPEN I-O CUSTOMER-MASTER
           END-IF.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'OPEN' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY 'USUARIO RESPONSAVEL ..... : '.
             ACCEPT WRK-USUARIO.
      *----------------------------------------------------------------*
      *          Exibir o menu e despachar a operacao escolhida
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           DISPLAY '============================================'.
           DISPLAY ' CADASTRO DE CLIENTES'.
           DISPLAY ' I - INCLUIR CLIENTE'.
           DISPLAY ' N - ALTERAR NOME DO CLIENTE'.
           DISPLAY ' S - SAIR'.
           DISPLAY '============================================'.
           DISPLAY 'OPERACAO ..... : '.
           ACCEPT WRK-OPERACAO.

           EVALUATE WRK-OPERACAO
               WHEN 'I'
                    PERFORM 0210-INCLUIR-CLIENTE THRU 0210-SAIDA
               WHEN 'N'
                    PERFORM 0220-ALTERAR-NOME THRU 0220-SAIDA
               WHEN 'S'
                    MOVE 'S' TO WRK-SAIR
               WHEN OTHER
                    DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.
      *----------------------------------------------------------------*
      *          Inclusao: codigo novo, nome e UF preenchidos e o
      *          nome aprovado na triagem
      *----------------------------------------------------------------*
       0210-INCLUIR-CLIENTE.

           DISPLAY 'CODIGO DO CLIENTE (99999) ..... : '.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = ZEROS
              DISPLAY 'CODIGO NAO PODE SER ZERO.'
              GO TO 0210-SAIDA
           END-IF.

           MOVE WRK-CODIGO TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CLIEN-OK
              DISPLAY 'CLIENTE JA CADASTRADO: ' CLI-NOME
              GO TO 0210-SAIDA
           END-IF.

           DISPLAY 'NOME .......................... : '.
           ACCEPT WRK-NOME.
           DISPLAY 'UF ............................ : '.
           ACCEPT WRK-UF.
           DISPLAY 'LIMITE DE CREDITO EM CENTAVOS . : '.
           ACCEPT WRK-LIMITE-CENTAVOS.
           DISPLAY 'BOLETO EM PAPEL (S/N) ......... : '.
           ACCEPT WRK-BOLETO-PAPEL.

           IF WRK-NOME = SPACES
              DISPLAY 'NOME NAO PODE FICAR EM BRANCO.'
              GO TO 0210-SAIDA
           END-IF.
           IF WRK-UF = SPACES
              DISPLAY 'UF NAO PODE FICAR EM BRANCO.'
              GO TO 0210-SAIDA
           END-IF.
           IF WRK-BOLETO-PAPEL NOT = 'S'
              MOVE 'N' TO WRK-BOLETO-PAPEL
           END-IF.

           PERFORM 0250-TRIAR-NOME.
           IF NOT WRK-NOME-APROVADO
              DISPLAY 'INCLUSAO NAO EFETUADA.'
              GO TO 0210-SAIDA
           END-IF.

           MOVE WRK-CODIGO       TO CLI-CODIGO.
           MOVE WRK-NOME         TO CLI-NOME.
           MOVE WRK-UF           TO CLI-UF.
           COMPUTE CLI-LIMITE-CREDITO = WRK-LIMITE-CENTAVOS / 100.
           MOVE WRK-BOLETO-PAPEL TO CLI-BOLETO-PAPEL.
           MOVE 'N'              TO CLI-BLOQUEIO.
           WRITE CLIENTE-REG.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'WRITE' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-INCLUIDOS.
           DISPLAY 'CLIENTE INCLUIDO.'.

       0210-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Troca de nome: o nome novo passa pela mesma triagem
      *          da inclusao
      *----------------------------------------------------------------*
       0220-ALTERAR-NOME.

           DISPLAY 'CODIGO DO CLIENTE (99999) ..... : '.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO CLI-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-CLIEN-OK
              DISPLAY 'CLIENTE NAO CADASTRADO.'
              GO TO 0220-SAIDA
           END-IF.

           DISPLAY 'NOME ATUAL .................... : ' CLI-NOME.
           DISPLAY 'NOVO NOME ..................... : '.
           ACCEPT WRK-NOME.
           IF WRK-NOME = SPACES
              DISPLAY 'NOME NAO PODE FICAR EM BRANCO.'
              GO TO 0220-SAIDA
           END-IF.

           PERFORM 0250-TRIAR-NOME.
           IF NOT WRK-NOME-APROVADO
              DISPLAY 'ALTERACAO NAO EFETUADA.'
              GO TO 0220-SAIDA
           END-IF.

           MOVE WRK-NOME TO CLI-NOME.
           REWRITE CLIENTE-REG.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'REWRITE' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           ADD 1 TO WRK-QTD-ALTERADOS.
           DISPLAY 'NOME ALTERADO.'.

       0220-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Triar o nome contra as entradas bloqueadas do
      *          NAME-MASTER; bloqueado ou em revisao nao entra
      *----------------------------------------------------------------*
       0250-TRIAR-NOME.

           MOVE 'N'        TO WRK-TRIAGEM-OK.
           MOVE WRK-CODIGO TO WRK-CHAVE-TRIAGEM.
           MOVE WRK-NOME   TO WRK-NOME-TRIAGEM.
           CALL 'PROGCOBU9' USING 'C' WRK-CHAVE-TRIAGEM
                WRK-NOME-TRIAGEM WRK-USUARIO WRK-TRIAGEM-RESULTADO
                WRK-TRIAGEM-NOME-BLOQ WRK-TRIAGEM-REVISOR.

           EVALUATE TRUE
               WHEN WRK-TRIAGEM-BLOQUEADA
                    DISPLAY 'NOME BLOQUEADO NO NAME-MASTER: '
                            WRK-TRIAGEM-NOME-BLOQ
                    ADD 1 TO WRK-QTD-RECUSADOS
               WHEN WRK-TRIAGEM-EM-REVISAO
                    DISPLAY 'NOME SEMELHANTE A ENTRADA BLOQUEADA: '
                            WRK-TRIAGEM-NOME-BLOQ
                    DISPLAY 'AGUARDA REVISAO DE COMPLIANCE '
                            '(PROGCOB117).'
                    ADD 1 TO WRK-QTD-RECUSADOS
               WHEN WRK-TRIAGEM-LIBERADA
                    DISPLAY 'NOME SEMELHANTE LIBERADO NA REVISAO POR '
                            WRK-TRIAGEM-REVISOR
                    MOVE 'S' TO WRK-TRIAGEM-OK
               WHEN WRK-TRIAGEM-LIVRE
                    MOVE 'S' TO WRK-TRIAGEM-OK
               WHEN OTHER
                    DISPLAY 'TRIAGEM DE NOME INDISPONIVEL '
                            '(NAMEMAST.DAT). OPERACAO RECUSADA.'
                    ADD 1 TO WRK-QTD-RECUSADOS
           END-EVALUATE.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE CUSTOMER-MASTER.
           CALL 'PROGCOBU1' USING 'CLIMAST.DAT' 'CLOSE' FS-CLIEN
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'CLIENTES INCLUIDOS  ' WRK-QTD-INCLUIDOS.
           DISPLAY 'NOMES ALTERADOS     ' WRK-QTD-ALTERADOS.
           DISPLAY 'RECUSADOS NA TRIAGEM ' WRK-QTD-RECUSADOS.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
