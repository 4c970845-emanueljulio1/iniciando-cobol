      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB99
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Relatorio mensal de quadro de pessoal e rotatividade
      * (QUADRO.REL) para as competencias informadas, por
      * departamento e para a empresa: quadro inicial, admissoes,
      * desligamentos (a pedido, dispensa e sem motivo registrado),
      * transferencias recebidas e cedidas entre departamentos,
      * quadro final e percentual de rotatividade ((admissoes +
      * desligamentos) / (quadro inicial + quadro final)). Admissao
      * e a primeira inclusao (I) do EMPCHLOG.DAT, ou a data de
      * admissao do cadastro para quem entrou antes do log;
      * desligamento e a EMP-DATA-DESLIGAMENTO (ou a inativacao X
      * do log), com o motivo do RESCISAO.DAT; transferencia e a
      * troca de departamento entre duas linhas do log da mesma
      * matricula. Fecha com o quadro ao fim da ultima competencia
      * por departamento: mensalistas, horistas e tempo medio de
      * casa em meses. A rodada exige a acao QUADRO liberada pelo
      * PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB99.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS FS-EMPLO.

           SELECT DEPARTMENT-MASTER
               ASSIGN TO 'DEPTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS FS-DEPTO.

           SELECT EMPLOYEE-CHANGE-LOG
               ASSIGN TO 'EMPCHLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMLOG.

           SELECT RESCISAO-FILE
               ASSIGN TO 'RESCISAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RESCI.

           SELECT QUADRO-REPORT
               ASSIGN TO 'QUADRO.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREREG.

       FD  DEPARTMENT-MASTER.
       COPY DEPTOREG.

       FD  EMPLOYEE-CHANGE-LOG.
       01  ELG-LINHA                  PIC X(96).

       FD  RESCISAO-FILE.
       COPY RESCIREG.

       FD  QUADRO-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMPLO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DEPTO==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==EMLOG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RESCI==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       COPY EMPLOG.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.

       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       01  WRK-COMPETENCIA-INICIAL.
           03  WRK-INI-ANO           PIC 9(04).
           03  WRK-INI-MES           PIC 9(02).
       01  WRK-COMPETENCIA-INI-NUM REDEFINES WRK-COMPETENCIA-INICIAL
                                     PIC 9(06).
       01  WRK-COMPETENCIA-FINAL.
           03  WRK-FIN-ANO           PIC 9(04).
           03  WRK-FIN-MES           PIC 9(02).
       01  WRK-COMPETENCIA-FIN-NUM REDEFINES WRK-COMPETENCIA-FINAL
                                     PIC 9(06).
       01  WRK-COMPETENCIA-CORRENTE.
           03  WRK-COR-ANO           PIC 9(04).
           03  WRK-COR-MES           PIC 9(02).
       01  WRK-COMPETENCIA-COR-NUM REDEFINES WRK-COMPETENCIA-CORRENTE
                                     PIC 9(06).
       01  WRK-DATA-REFERENCIA.
           03  WRK-REF-ANO           PIC 9(04).
           03  WRK-REF-MES           PIC 9(02).
           03  WRK-REF-DIA           PIC 9(02).
       01  WRK-DATA-REFERENCIA-NUM REDEFINES WRK-DATA-REFERENCIA
                                     PIC 9(08).
       01  WRK-DATA-CASA.
           03  WRK-CASA-ANO          PIC 9(04).
           03  WRK-CASA-MES          PIC 9(02).
           03  WRK-CASA-DIA          PIC 9(02).
       01  WRK-DATA-CASA-NUM REDEFINES WRK-DATA-CASA
                                     PIC 9(08).
       77  WRK-INICIO-MES           PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-MES              PIC 9(08)     VALUE ZEROS.
       77  WRK-VESPERA-MES          PIC 9(08)     VALUE ZEROS.

       77  WRK-MAX-EMPREGADOS       PIC 9(04)     VALUE 1000.
       77  WRK-QTD-EMPREGADOS       PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-EMP              PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-POS-EMP              PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-EMPREGADOS.
           03  WRK-TEM-ENTRADA OCCURS 1000 TIMES.
               05  WRK-TEM-MATRICULA   PIC 9(06).
               05  WRK-TEM-DEPTO-INICIAL PIC X(10).
               05  WRK-TEM-DEPTO-LOG   PIC X(10).
               05  WRK-TEM-TIPO        PIC X(01).
                   88  WRK-TEM-HORISTA             VALUE 'H'.
               05  WRK-TEM-ADMISSAO    PIC 9(08).
               05  WRK-TEM-INCLUSAO    PIC 9(08).
               05  WRK-TEM-DESLIGAMENTO PIC 9(08).
               05  WRK-TEM-SITUACAO    PIC X(01).
                   88  WRK-TEM-INATIVO             VALUE 'I'.
               05  WRK-TEM-MOTIVO      PIC X(01).
                   88  WRK-TEM-A-PEDIDO            VALUE 'V'.
                   88  WRK-TEM-DISPENSA            VALUE 'D'.

       77  WRK-MAX-TRANSFERENCIAS   PIC 9(04)     VALUE 500.
       77  WRK-QTD-TRANSFERENCIAS   PIC 9(04)  COMP  VALUE ZEROS.
       77  WRK-IDX-TRF              PIC 9(04)  COMP  VALUE ZEROS.
       01  WRK-TABELA-TRANSFERENCIAS.
           03  WRK-TRF-ENTRADA OCCURS 500 TIMES.
               05  WRK-TRF-POS-EMP     PIC 9(04).
               05  WRK-TRF-DATA        PIC 9(08).
               05  WRK-TRF-ORIGEM      PIC X(10).
               05  WRK-TRF-DESTINO     PIC X(10).

       77  WRK-MAX-DEPTOS           PIC 9(02)     VALUE 50.
       77  WRK-QTD-DEPTOS           PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-DEPTO            PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-POS-DEPTO            PIC 9(02)  COMP  VALUE ZEROS.
       01  WRK-TABELA-DEPTOS.
           03  WRK-DPT-ENTRADA OCCURS 51 TIMES.
               05  WRK-DPT-CODIGO      PIC X(10).
               05  WRK-DPT-INICIAL     PIC 9(05).
               05  WRK-DPT-ADMISSOES   PIC 9(05).
               05  WRK-DPT-A-PEDIDO    PIC 9(05).
               05  WRK-DPT-DISPENSAS   PIC 9(05).
               05  WRK-DPT-SEM-MOTIVO  PIC 9(05).
               05  WRK-DPT-TRF-ENTRADA PIC 9(05).
               05  WRK-DPT-TRF-SAIDA   PIC 9(05).
               05  WRK-DPT-FINAL       PIC 9(05).
               05  WRK-DPT-MENSALISTAS PIC 9(05).
               05  WRK-DPT-HORISTAS    PIC 9(05).
               05  WRK-DPT-COM-ADMISSAO PIC 9(05).
               05  WRK-DPT-MESES-CASA  PIC 9(09).

       77  WRK-DEPTO-PROCURADO      PIC X(10)     VALUE SPACES.
       77  WRK-MATRICULA-PROCURADA  PIC 9(06)     VALUE ZEROS.
       77  WRK-DEPTO-NA-DATA        PIC X(10)     VALUE SPACES.
       77  WRK-DATA-ADMITIDO        PIC 9(08)     VALUE ZEROS.
       77  WRK-MESES-CASA           PIC 9(04)     VALUE ZEROS.
       77  WRK-DESLIGADOS           PIC 9(05)     VALUE ZEROS.
       77  WRK-PCT-ROTATIVIDADE     PIC 9(04)V99  VALUE ZEROS.
       77  WRK-MEDIA-CASA           PIC 9(04)V9   VALUE ZEROS.

       77  WRK-QTD-SEM-DATA         PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-LOG-LIDOS        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-RESCISOES        PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-MESES            PIC 9(04)     VALUE ZEROS.

       77  WRK-QTD-ED1              PIC ZZZZ9.
       77  WRK-QTD-ED2              PIC ZZZZ9.
       77  WRK-QTD-ED3              PIC ZZZZ9.
       77  WRK-QTD-ED4              PIC ZZZZ9.
       77  WRK-QTD-ED5              PIC ZZZZ9.
       77  WRK-QTD-ED6              PIC ZZZZ9.
       77  WRK-QTD-ED7              PIC ZZZZ9.
       77  WRK-QTD-ED8              PIC ZZZZ9.
       77  WRK-PCT-ED               PIC ZZZ9,99.
       77  WRK-MEDIA-ED             PIC ZZZ9,9.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-QUADRO-FINAL.
           PERFORM 0300-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           CALL 'PROGCOBU3' USING 'QUADRO    ' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'RELATORIO DE QUADRO DE PESSOAL NAO '
                      'AUTORIZADO. PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'COMPETENCIA INICIAL (AAAAMM) ........ : '.
           ACCEPT WRK-COMPETENCIA-INICIAL.
           DISPLAY 'COMPETENCIA FINAL (AAAAMM) .......... : '.
           ACCEPT WRK-COMPETENCIA-FINAL.
           IF WRK-COMPETENCIA-INI-NUM NOT NUMERIC
              OR WRK-COMPETENCIA-FIN-NUM NOT NUMERIC
              OR WRK-INI-MES = ZEROS OR WRK-INI-MES > 12
              OR WRK-FIN-MES = ZEROS OR WRK-FIN-MES > 12
              OR WRK-COMPETENCIA-FIN-NUM < WRK-COMPETENCIA-INI-NUM
              DISPLAY 'COMPETENCIAS INVALIDAS.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0110-CARREGAR-DEPARTAMENTOS.
           PERFORM 0120-CARREGAR-EMPREGADOS.
           PERFORM 0130-LER-ALTERACOES.
           PERFORM 0140-LER-RESCISOES.

           OPEN OUTPUT QUADRO-REPORT.
           CALL 'PROGCOBU1' USING 'QUADRO.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'QUADRO DE PESSOAL E ROTATIVIDADE - COMPETENCIAS '
                  WRK-INI-MES '/' WRK-INI-ANO ' A '
                  WRK-FIN-MES '/' WRK-FIN-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMITIDO EM ' WRK-DATA-ATUAL
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Departamentos cadastrados, na ordem do codigo; os
      *          encontrados so no cadastro ou no log entram depois
      *----------------------------------------------------------------*
       0110-CARREGAR-DEPARTAMENTOS.

           MOVE ZEROS TO WRK-QTD-DEPTOS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT DEPARTMENT-MASTER.
           IF NOT FS-DEPTO-OK
              DISPLAY 'DEPTMAST.DAT INDISPONIVEL: DEPARTAMENTOS NA '
                      'ORDEM EM QUE APARECEM NO CADASTRO.'
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ DEPARTMENT-MASTER NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 MOVE DEP-CODIGO TO WRK-DEPTO-PROCURADO
                 PERFORM 0260-LOCALIZAR-DEPTO
              END-IF
           END-PERFORM.

           IF FS-DEPTO-OK OR FS-DEPTO-FIM
              CLOSE DEPARTMENT-MASTER
           END-IF.
      *----------------------------------------------------------------*
      *          Guardar todos os empregados do cadastro, ativos e
      *          inativos, com as datas de admissao e desligamento
      *----------------------------------------------------------------*
       0120-CARREGAR-EMPREGADOS.

           MOVE ZEROS TO WRK-QTD-EMPREGADOS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'OPEN' FS-EMPLO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE LOW-VALUES TO EMP-MATRICULA.
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN EMP-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ EMPLOYEE-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 PERFORM 0125-GUARDAR-EMPREGADO
              END-IF
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.
           CALL 'PROGCOBU1' USING 'EMPLOYEE.DAT' 'CLOSE' FS-EMPLO
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
      *----------------------------------------------------------------*
       0125-GUARDAR-EMPREGADO.

           IF WRK-QTD-EMPREGADOS >= WRK-MAX-EMPREGADOS
              DISPLAY 'TABELA DE EMPREGADOS ESGOTADA ('
                      WRK-MAX-EMPREGADOS ' MATRICULAS).'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           ADD 1 TO WRK-QTD-EMPREGADOS.
           MOVE WRK-QTD-EMPREGADOS TO WRK-POS-EMP.
           MOVE EMP-MATRICULA     TO WRK-TEM-MATRICULA(WRK-POS-EMP).
           MOVE EMP-DEPARTAMENTO  TO WRK-TEM-DEPTO-INICIAL(WRK-POS-EMP).
           MOVE SPACES            TO WRK-TEM-DEPTO-LOG(WRK-POS-EMP).
           MOVE EMP-TIPO-PAGAMENTO TO WRK-TEM-TIPO(WRK-POS-EMP).
           MOVE EMP-DATA-ADMISSAO TO WRK-TEM-ADMISSAO(WRK-POS-EMP).
           MOVE ZEROS             TO WRK-TEM-INCLUSAO(WRK-POS-EMP).
           MOVE EMP-DATA-DESLIGAMENTO
             TO WRK-TEM-DESLIGAMENTO(WRK-POS-EMP).
           MOVE EMP-SITUACAO      TO WRK-TEM-SITUACAO(WRK-POS-EMP).
           MOVE SPACES            TO WRK-TEM-MOTIVO(WRK-POS-EMP).

           MOVE EMP-DEPARTAMENTO TO WRK-DEPTO-PROCURADO.
           PERFORM 0260-LOCALIZAR-DEPTO.
      *----------------------------------------------------------------*
      *          Percorrer o EMPCHLOG: primeira inclusao, inativacao
      *          sem data no cadastro e trocas de departamento
      *----------------------------------------------------------------*
       0130-LER-ALTERACOES.

           MOVE ZEROS TO WRK-QTD-TRANSFERENCIAS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.

           OPEN INPUT EMPLOYEE-CHANGE-LOG.
           IF NOT FS-EMLOG-OK
              DISPLAY 'EMPCHLOG.DAT INDISPONIVEL: ADMISSOES PELA DATA '
                      'DO CADASTRO E SEM TRANSFERENCIAS.'
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ EMPLOYEE-CHANGE-LOG
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 MOVE ELG-LINHA TO EMP-LOG-REG
                 ADD 1 TO WRK-QTD-LOG-LIDOS
                 PERFORM 0135-TRATAR-ALTERACAO
              END-IF
           END-PERFORM.

           IF FS-EMLOG-OK OR FS-EMLOG-FIM
              CLOSE EMPLOYEE-CHANGE-LOG
           END-IF.
      *----------------------------------------------------------------*
       0135-TRATAR-ALTERACAO.

           MOVE ELG-MATRICULA TO WRK-MATRICULA-PROCURADA.
           PERFORM 0270-LOCALIZAR-EMPREGADO.

           IF WRK-POS-EMP > ZEROS
              IF ELG-INCLUSAO
                 AND WRK-TEM-INCLUSAO(WRK-POS-EMP) = ZEROS
                 MOVE ELG-DATA TO WRK-TEM-INCLUSAO(WRK-POS-EMP)
              END-IF
              IF ELG-INATIVACAO
                 AND WRK-TEM-INATIVO(WRK-POS-EMP)
                 AND WRK-TEM-DESLIGAMENTO(WRK-POS-EMP) = ZEROS
                 MOVE ELG-DATA TO WRK-TEM-DESLIGAMENTO(WRK-POS-EMP)
              END-IF
              IF WRK-TEM-DEPTO-LOG(WRK-POS-EMP) = SPACES
                 MOVE ELG-DEPARTAMENTO
                   TO WRK-TEM-DEPTO-INICIAL(WRK-POS-EMP)
                      WRK-TEM-DEPTO-LOG(WRK-POS-EMP)
              END-IF
              IF ELG-DEPARTAMENTO NOT = WRK-TEM-DEPTO-LOG(WRK-POS-EMP)
                 PERFORM 0137-GUARDAR-TRANSFERENCIA
              END-IF
              MOVE ELG-DEPARTAMENTO TO WRK-DEPTO-PROCURADO
              PERFORM 0260-LOCALIZAR-DEPTO
           END-IF.
      *----------------------------------------------------------------*
       0137-GUARDAR-TRANSFERENCIA.

           IF WRK-QTD-TRANSFERENCIAS >= WRK-MAX-TRANSFERENCIAS
              DISPLAY 'TABELA DE TRANSFERENCIAS ESGOTADA ('
                      WRK-MAX-TRANSFERENCIAS ').'
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           ADD 1 TO WRK-QTD-TRANSFERENCIAS.
           MOVE WRK-POS-EMP
             TO WRK-TRF-POS-EMP(WRK-QTD-TRANSFERENCIAS).
           MOVE ELG-DATA
             TO WRK-TRF-DATA(WRK-QTD-TRANSFERENCIAS).
           MOVE WRK-TEM-DEPTO-LOG(WRK-POS-EMP)
             TO WRK-TRF-ORIGEM(WRK-QTD-TRANSFERENCIAS).
           MOVE ELG-DEPARTAMENTO
             TO WRK-TRF-DESTINO(WRK-QTD-TRANSFERENCIAS).
           MOVE ELG-DEPARTAMENTO TO WRK-TEM-DEPTO-LOG(WRK-POS-EMP).
      *----------------------------------------------------------------*
      *          Motivo do desligamento pelo RESCISAO.DAT: pedido de
      *          demissao e voluntario; os demais sao dispensa
      *----------------------------------------------------------------*
       0140-LER-RESCISOES.

           MOVE 'N' TO WRK-FIM-ARQUIVO.

           OPEN INPUT RESCISAO-FILE.
           IF NOT FS-RESCI-OK
              DISPLAY 'RESCISAO.DAT INDISPONIVEL: DESLIGAMENTOS SEM '
                      'MOTIVO REGISTRADO.'
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ RESCISAO-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 ADD 1 TO WRK-QTD-RESCISOES
                 MOVE RSC-MATRICULA TO WRK-MATRICULA-PROCURADA
                 PERFORM 0270-LOCALIZAR-EMPREGADO
                 IF WRK-POS-EMP > ZEROS
                    IF RSC-PEDIDO-DEMISSAO
                       MOVE 'V' TO WRK-TEM-MOTIVO(WRK-POS-EMP)
                    ELSE
                       MOVE 'D' TO WRK-TEM-MOTIVO(WRK-POS-EMP)
                    END-IF
                    IF WRK-TEM-DESLIGAMENTO(WRK-POS-EMP) = ZEROS
                       AND WRK-TEM-INATIVO(WRK-POS-EMP)
                       MOVE RSC-ULTIMO-DIA
                         TO WRK-TEM-DESLIGAMENTO(WRK-POS-EMP)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF FS-RESCI-OK OR FS-RESCI-FIM
              CLOSE RESCISAO-FILE
           END-IF.
      *----------------------------------------------------------------*
      *          Apurar e imprimir competencia a competencia
      *----------------------------------------------------------------*
       0200-PROCESSAR.

           MOVE WRK-COMPETENCIA-INI-NUM TO WRK-COMPETENCIA-COR-NUM.

           PERFORM UNTIL WRK-COMPETENCIA-COR-NUM
                         > WRK-COMPETENCIA-FIN-NUM
              PERFORM 0210-APURAR-MES
              PERFORM 0240-IMPRIMIR-MES
              ADD 1 TO WRK-QTD-MESES
              ADD 1 TO WRK-COR-MES
              IF WRK-COR-MES > 12
                 MOVE 1 TO WRK-COR-MES
                 ADD 1 TO WRK-COR-ANO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Quadro na vespera do dia 1 (AAAAMM00) e ao fim do
      *          dia 31 (AAAAMM31): as datas sao so comparadas
      *----------------------------------------------------------------*
       0210-APURAR-MES.

           MOVE WRK-COR-ANO TO WRK-REF-ANO.
           MOVE WRK-COR-MES TO WRK-REF-MES.
           MOVE ZEROS       TO WRK-REF-DIA.
           MOVE WRK-DATA-REFERENCIA-NUM TO WRK-VESPERA-MES.
           MOVE 1           TO WRK-REF-DIA.
           MOVE WRK-DATA-REFERENCIA-NUM TO WRK-INICIO-MES.
           MOVE 31          TO WRK-REF-DIA.
           MOVE WRK-DATA-REFERENCIA-NUM TO WRK-FIM-MES.

           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
              MOVE ZEROS TO WRK-DPT-INICIAL(WRK-IDX-DEPTO)
                            WRK-DPT-ADMISSOES(WRK-IDX-DEPTO)
                            WRK-DPT-A-PEDIDO(WRK-IDX-DEPTO)
                            WRK-DPT-DISPENSAS(WRK-IDX-DEPTO)
                            WRK-DPT-SEM-MOTIVO(WRK-IDX-DEPTO)
                            WRK-DPT-TRF-ENTRADA(WRK-IDX-DEPTO)
                            WRK-DPT-TRF-SAIDA(WRK-IDX-DEPTO)
                            WRK-DPT-FINAL(WRK-IDX-DEPTO)
           END-PERFORM.

           PERFORM VARYING WRK-IDX-EMP FROM 1 BY 1
                   UNTIL WRK-IDX-EMP > WRK-QTD-EMPREGADOS
              MOVE WRK-IDX-EMP TO WRK-POS-EMP
              PERFORM 0220-APURAR-EMPREGADO
           END-PERFORM.

           PERFORM 0230-APURAR-TRANSFERENCIAS.
      *----------------------------------------------------------------*
      *          Posicao do empregado na vespera e no fim do mes,
      *          admissao e desligamento dentro do mes
      *----------------------------------------------------------------*
       0220-APURAR-EMPREGADO.

           IF WRK-TEM-INATIVO(WRK-POS-EMP)
              AND WRK-TEM-DESLIGAMENTO(WRK-POS-EMP) = ZEROS
              IF WRK-QTD-MESES = ZEROS
                 ADD 1 TO WRK-QTD-SEM-DATA
              END-IF
           ELSE
              MOVE WRK-TEM-INCLUSAO(WRK-POS-EMP) TO WRK-DATA-ADMITIDO
              IF WRK-DATA-ADMITIDO = ZEROS
                 MOVE WRK-TEM-ADMISSAO(WRK-POS-EMP)
                   TO WRK-DATA-ADMITIDO
              END-IF

              IF WRK-DATA-ADMITIDO <= WRK-VESPERA-MES
                 AND (WRK-TEM-DESLIGAMENTO(WRK-POS-EMP) = ZEROS
                  OR WRK-TEM-DESLIGAMENTO(WRK-POS-EMP)
                     > WRK-VESPERA-MES)
                 MOVE WRK-VESPERA-MES TO WRK-DATA-REFERENCIA-NUM
                 PERFORM 0250-DEPTO-NA-DATA
                 ADD 1 TO WRK-DPT-INICIAL(WRK-POS-DEPTO)
              END-IF

              IF WRK-DATA-ADMITIDO <= WRK-FIM-MES
                 AND (WRK-TEM-DESLIGAMENTO(WRK-POS-EMP) = ZEROS
                  OR WRK-TEM-DESLIGAMENTO(WRK-POS-EMP) > WRK-FIM-MES)
                 MOVE WRK-FIM-MES TO WRK-DATA-REFERENCIA-NUM
                 PERFORM 0250-DEPTO-NA-DATA
                 ADD 1 TO WRK-DPT-FINAL(WRK-POS-DEPTO)
              END-IF

              IF WRK-DATA-ADMITIDO >= WRK-INICIO-MES
                 AND WRK-DATA-ADMITIDO <= WRK-FIM-MES
                 MOVE WRK-DATA-ADMITIDO TO WRK-DATA-REFERENCIA-NUM
                 PERFORM 0250-DEPTO-NA-DATA
                 ADD 1 TO WRK-DPT-ADMISSOES(WRK-POS-DEPTO)
              END-IF

              IF WRK-TEM-DESLIGAMENTO(WRK-POS-EMP) >= WRK-INICIO-MES
                 AND WRK-TEM-DESLIGAMENTO(WRK-POS-EMP) <= WRK-FIM-MES
                 MOVE WRK-TEM-DESLIGAMENTO(WRK-POS-EMP)
                   TO WRK-DATA-REFERENCIA-NUM
                 PERFORM 0250-DEPTO-NA-DATA
                 EVALUATE TRUE
                     WHEN WRK-TEM-A-PEDIDO(WRK-POS-EMP)
                          ADD 1 TO WRK-DPT-A-PEDIDO(WRK-POS-DEPTO)
                     WHEN WRK-TEM-DISPENSA(WRK-POS-EMP)
                          ADD 1 TO WRK-DPT-DISPENSAS(WRK-POS-DEPTO)
                     WHEN OTHER
                          ADD 1 TO WRK-DPT-SEM-MOTIVO(WRK-POS-DEPTO)
                 END-EVALUATE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Transferencias do log com data dentro do mes
      *----------------------------------------------------------------*
       0230-APURAR-TRANSFERENCIAS.

           PERFORM VARYING WRK-IDX-TRF FROM 1 BY 1
                   UNTIL WRK-IDX-TRF > WRK-QTD-TRANSFERENCIAS
              IF WRK-TRF-DATA(WRK-IDX-TRF) >= WRK-INICIO-MES
                 AND WRK-TRF-DATA(WRK-IDX-TRF) <= WRK-FIM-MES
                 MOVE WRK-TRF-ORIGEM(WRK-IDX-TRF)
                   TO WRK-DEPTO-PROCURADO
                 PERFORM 0260-LOCALIZAR-DEPTO
                 ADD 1 TO WRK-DPT-TRF-SAIDA(WRK-POS-DEPTO)
                 MOVE WRK-TRF-DESTINO(WRK-IDX-TRF)
                   TO WRK-DEPTO-PROCURADO
                 PERFORM 0260-LOCALIZAR-DEPTO
                 ADD 1 TO WRK-DPT-TRF-ENTRADA(WRK-POS-DEPTO)
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Bloco da competencia: departamentos com movimento
      *          ou quadro e a linha da empresa
      *----------------------------------------------------------------*
       0240-IMPRIMIR-MES.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'COMPETENCIA ' WRK-COR-MES '/' WRK-COR-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEPTO       INICIO ADMIS PEDID DISPE S/MOT '
                  'T.ENT T.SAI FINAL  ROTAT.%'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-MAX-DEPTOS TO WRK-POS-DEPTO.
           ADD 1 TO WRK-POS-DEPTO.
           MOVE 'EMPRESA' TO WRK-DPT-CODIGO(WRK-POS-DEPTO).
           MOVE ZEROS TO WRK-DPT-INICIAL(WRK-POS-DEPTO)
                         WRK-DPT-ADMISSOES(WRK-POS-DEPTO)
                         WRK-DPT-A-PEDIDO(WRK-POS-DEPTO)
                         WRK-DPT-DISPENSAS(WRK-POS-DEPTO)
                         WRK-DPT-SEM-MOTIVO(WRK-POS-DEPTO)
                         WRK-DPT-TRF-ENTRADA(WRK-POS-DEPTO)
                         WRK-DPT-TRF-SAIDA(WRK-POS-DEPTO)
                         WRK-DPT-FINAL(WRK-POS-DEPTO).

           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
              IF WRK-DPT-INICIAL(WRK-IDX-DEPTO) > ZEROS
                 OR WRK-DPT-FINAL(WRK-IDX-DEPTO) > ZEROS
                 OR WRK-DPT-ADMISSOES(WRK-IDX-DEPTO) > ZEROS
                 OR WRK-DPT-TRF-SAIDA(WRK-IDX-DEPTO) > ZEROS
                 PERFORM 0245-IMPRIMIR-LINHA-MES
                 ADD WRK-DPT-INICIAL(WRK-IDX-DEPTO)
                  TO WRK-DPT-INICIAL(WRK-POS-DEPTO)
                 ADD WRK-DPT-ADMISSOES(WRK-IDX-DEPTO)
                  TO WRK-DPT-ADMISSOES(WRK-POS-DEPTO)
                 ADD WRK-DPT-A-PEDIDO(WRK-IDX-DEPTO)
                  TO WRK-DPT-A-PEDIDO(WRK-POS-DEPTO)
                 ADD WRK-DPT-DISPENSAS(WRK-IDX-DEPTO)
                  TO WRK-DPT-DISPENSAS(WRK-POS-DEPTO)
                 ADD WRK-DPT-SEM-MOTIVO(WRK-IDX-DEPTO)
                  TO WRK-DPT-SEM-MOTIVO(WRK-POS-DEPTO)
                 ADD WRK-DPT-TRF-ENTRADA(WRK-IDX-DEPTO)
                  TO WRK-DPT-TRF-ENTRADA(WRK-POS-DEPTO)
                 ADD WRK-DPT-TRF-SAIDA(WRK-IDX-DEPTO)
                  TO WRK-DPT-TRF-SAIDA(WRK-POS-DEPTO)
                 ADD WRK-DPT-FINAL(WRK-IDX-DEPTO)
                  TO WRK-DPT-FINAL(WRK-POS-DEPTO)
              END-IF
           END-PERFORM.

           MOVE WRK-POS-DEPTO TO WRK-IDX-DEPTO.
           PERFORM 0245-IMPRIMIR-LINHA-MES.
      *----------------------------------------------------------------*
      *          Linha da competencia para a entrada WRK-IDX-DEPTO,
      *          com a rotatividade pela media de entradas e saidas
      *          sobre a media do quadro
      *----------------------------------------------------------------*
       0245-IMPRIMIR-LINHA-MES.

           COMPUTE WRK-DESLIGADOS = WRK-DPT-A-PEDIDO(WRK-IDX-DEPTO)
                                  + WRK-DPT-DISPENSAS(WRK-IDX-DEPTO)
                                  + WRK-DPT-SEM-MOTIVO(WRK-IDX-DEPTO).
           IF WRK-DPT-INICIAL(WRK-IDX-DEPTO)
              + WRK-DPT-FINAL(WRK-IDX-DEPTO) = ZEROS
              MOVE ZEROS TO WRK-PCT-ROTATIVIDADE
           ELSE
              COMPUTE WRK-PCT-ROTATIVIDADE ROUNDED =
                      (WRK-DPT-ADMISSOES(WRK-IDX-DEPTO)
                       + WRK-DESLIGADOS) * 100
                    / (WRK-DPT-INICIAL(WRK-IDX-DEPTO)
                       + WRK-DPT-FINAL(WRK-IDX-DEPTO))
           END-IF.

           MOVE WRK-DPT-INICIAL(WRK-IDX-DEPTO)     TO WRK-QTD-ED1.
           MOVE WRK-DPT-ADMISSOES(WRK-IDX-DEPTO)   TO WRK-QTD-ED2.
           MOVE WRK-DPT-A-PEDIDO(WRK-IDX-DEPTO)    TO WRK-QTD-ED3.
           MOVE WRK-DPT-DISPENSAS(WRK-IDX-DEPTO)   TO WRK-QTD-ED4.
           MOVE WRK-DPT-SEM-MOTIVO(WRK-IDX-DEPTO)  TO WRK-QTD-ED5.
           MOVE WRK-DPT-TRF-ENTRADA(WRK-IDX-DEPTO) TO WRK-QTD-ED6.
           MOVE WRK-DPT-TRF-SAIDA(WRK-IDX-DEPTO)   TO WRK-QTD-ED7.
           MOVE WRK-DPT-FINAL(WRK-IDX-DEPTO)       TO WRK-QTD-ED8.
           MOVE WRK-PCT-ROTATIVIDADE               TO WRK-PCT-ED.

           MOVE SPACES TO REL-LINHA.
           STRING WRK-DPT-CODIGO(WRK-IDX-DEPTO) '  '
                  WRK-QTD-ED1 ' ' WRK-QTD-ED2 ' ' WRK-QTD-ED3 ' '
                  WRK-QTD-ED4 ' ' WRK-QTD-ED5 ' ' WRK-QTD-ED6 ' '
                  WRK-QTD-ED7 ' ' WRK-QTD-ED8 ' ' WRK-PCT-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Departamento do empregado WRK-POS-EMP ao fim do dia
      *          WRK-DATA-REFERENCIA-NUM (o inicial do log, depois
      *          as transferencias ate a data), ja localizado na
      *          tabela de departamentos
      *----------------------------------------------------------------*
       0250-DEPTO-NA-DATA.

           MOVE WRK-TEM-DEPTO-INICIAL(WRK-POS-EMP)
             TO WRK-DEPTO-NA-DATA.
           PERFORM VARYING WRK-IDX-TRF FROM 1 BY 1
                   UNTIL WRK-IDX-TRF > WRK-QTD-TRANSFERENCIAS
              IF WRK-TRF-POS-EMP(WRK-IDX-TRF) = WRK-POS-EMP
                 AND WRK-TRF-DATA(WRK-IDX-TRF)
                     <= WRK-DATA-REFERENCIA-NUM
                 MOVE WRK-TRF-DESTINO(WRK-IDX-TRF)
                   TO WRK-DEPTO-NA-DATA
              END-IF
           END-PERFORM.

           MOVE WRK-DEPTO-NA-DATA TO WRK-DEPTO-PROCURADO.
           PERFORM 0260-LOCALIZAR-DEPTO.
      *----------------------------------------------------------------*
      *          Posicao de WRK-DEPTO-PROCURADO na tabela de
      *          departamentos, incluindo-o quando novo
      *----------------------------------------------------------------*
       0260-LOCALIZAR-DEPTO.

           MOVE ZEROS TO WRK-POS-DEPTO.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
                      OR WRK-POS-DEPTO > ZEROS
              IF WRK-DPT-CODIGO(WRK-IDX-DEPTO) = WRK-DEPTO-PROCURADO
                 MOVE WRK-IDX-DEPTO TO WRK-POS-DEPTO
              END-IF
           END-PERFORM.

           IF WRK-POS-DEPTO = ZEROS
              IF WRK-QTD-DEPTOS >= WRK-MAX-DEPTOS
                 DISPLAY 'TABELA DE DEPARTAMENTOS ESGOTADA ('
                         WRK-MAX-DEPTOS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-DEPTOS
              MOVE WRK-QTD-DEPTOS TO WRK-POS-DEPTO
              INITIALIZE WRK-DPT-ENTRADA(WRK-POS-DEPTO)
              MOVE WRK-DEPTO-PROCURADO
                TO WRK-DPT-CODIGO(WRK-POS-DEPTO)
           END-IF.
      *----------------------------------------------------------------*
      *          Posicao da matricula na tabela de empregados (zero
      *          quando a matricula nao esta no cadastro)
      *----------------------------------------------------------------*
       0270-LOCALIZAR-EMPREGADO.

           MOVE ZEROS TO WRK-POS-EMP.
           PERFORM VARYING WRK-IDX-EMP FROM 1 BY 1
                   UNTIL WRK-IDX-EMP > WRK-QTD-EMPREGADOS
                      OR WRK-POS-EMP > ZEROS
              IF WRK-TEM-MATRICULA(WRK-IDX-EMP)
                 = WRK-MATRICULA-PROCURADA
                 MOVE WRK-IDX-EMP TO WRK-POS-EMP
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *          Quadro ao fim da ultima competencia: mensalistas,
      *          horistas e tempo medio de casa por departamento
      *----------------------------------------------------------------*
       0400-QUADRO-FINAL.

           MOVE WRK-FIN-ANO TO WRK-REF-ANO.
           MOVE WRK-FIN-MES TO WRK-REF-MES.
           MOVE 31          TO WRK-REF-DIA.
           MOVE WRK-DATA-REFERENCIA-NUM TO WRK-FIM-MES.

           PERFORM VARYING WRK-IDX-EMP FROM 1 BY 1
                   UNTIL WRK-IDX-EMP > WRK-QTD-EMPREGADOS
              MOVE WRK-IDX-EMP TO WRK-POS-EMP
              PERFORM 0410-CLASSIFICAR-EMPREGADO
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'QUADRO EM ' WRK-FIN-MES '/' WRK-FIN-ANO
                  ' - TEMPO MEDIO DE CASA EM MESES'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEPTO       QUADRO MENSL HORIS SEM ADM. TEMPO MEDIO'
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-MAX-DEPTOS TO WRK-POS-DEPTO.
           ADD 1 TO WRK-POS-DEPTO.
           MOVE 'EMPRESA' TO WRK-DPT-CODIGO(WRK-POS-DEPTO).
           MOVE ZEROS TO WRK-DPT-MENSALISTAS(WRK-POS-DEPTO)
                         WRK-DPT-HORISTAS(WRK-POS-DEPTO)
                         WRK-DPT-COM-ADMISSAO(WRK-POS-DEPTO)
                         WRK-DPT-MESES-CASA(WRK-POS-DEPTO).

           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO > WRK-QTD-DEPTOS
              IF WRK-DPT-MENSALISTAS(WRK-IDX-DEPTO)
                 + WRK-DPT-HORISTAS(WRK-IDX-DEPTO) > ZEROS
                 PERFORM 0420-IMPRIMIR-LINHA-QUADRO
                 ADD WRK-DPT-MENSALISTAS(WRK-IDX-DEPTO)
                  TO WRK-DPT-MENSALISTAS(WRK-POS-DEPTO)
                 ADD WRK-DPT-HORISTAS(WRK-IDX-DEPTO)
                  TO WRK-DPT-HORISTAS(WRK-POS-DEPTO)
                 ADD WRK-DPT-COM-ADMISSAO(WRK-IDX-DEPTO)
                  TO WRK-DPT-COM-ADMISSAO(WRK-POS-DEPTO)
                 ADD WRK-DPT-MESES-CASA(WRK-IDX-DEPTO)
                  TO WRK-DPT-MESES-CASA(WRK-POS-DEPTO)
              END-IF
           END-PERFORM.

           MOVE WRK-POS-DEPTO TO WRK-IDX-DEPTO.
           PERFORM 0420-IMPRIMIR-LINHA-QUADRO.
      *----------------------------------------------------------------*
      *          Empregado no quadro final: tipo de pagamento e
      *          meses completos de casa ate o fim da competencia
      *----------------------------------------------------------------*
       0410-CLASSIFICAR-EMPREGADO.

           MOVE WRK-TEM-INCLUSAO(WRK-POS-EMP) TO WRK-DATA-ADMITIDO.
           IF WRK-DATA-ADMITIDO = ZEROS
              MOVE WRK-TEM-ADMISSAO(WRK-POS-EMP) TO WRK-DATA-ADMITIDO
           END-IF.

           IF WRK-DATA-ADMITIDO <= WRK-FIM-MES
              AND (WRK-TEM-DESLIGAMENTO(WRK-POS-EMP) > WRK-FIM-MES
               OR (WRK-TEM-DESLIGAMENTO(WRK-POS-EMP) = ZEROS
                   AND NOT WRK-TEM-INATIVO(WRK-POS-EMP)))
              MOVE WRK-FIM-MES TO WRK-DATA-REFERENCIA-NUM
              PERFORM 0250-DEPTO-NA-DATA
              IF WRK-TEM-HORISTA(WRK-POS-EMP)
                 ADD 1 TO WRK-DPT-HORISTAS(WRK-POS-DEPTO)
              ELSE
                 ADD 1 TO WRK-DPT-MENSALISTAS(WRK-POS-DEPTO)
              END-IF
              MOVE WRK-TEM-ADMISSAO(WRK-POS-EMP) TO WRK-DATA-CASA-NUM
              IF WRK-DATA-CASA-NUM = ZEROS
                 MOVE WRK-TEM-INCLUSAO(WRK-POS-EMP)
                   TO WRK-DATA-CASA-NUM
              END-IF
              IF WRK-DATA-CASA-NUM > ZEROS
                 MOVE WRK-FIM-MES TO WRK-DATA-REFERENCIA-NUM
                 COMPUTE WRK-MESES-CASA =
                         (WRK-REF-ANO - WRK-CASA-ANO) * 12
                         + WRK-REF-MES - WRK-CASA-MES
                 IF WRK-REF-DIA < WRK-CASA-DIA
                    AND WRK-MESES-CASA > ZEROS
                    SUBTRACT 1 FROM WRK-MESES-CASA
                 END-IF
                 ADD 1 TO WRK-DPT-COM-ADMISSAO(WRK-POS-DEPTO)
                 ADD WRK-MESES-CASA
                  TO WRK-DPT-MESES-CASA(WRK-POS-DEPTO)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0420-IMPRIMIR-LINHA-QUADRO.

           IF WRK-DPT-COM-ADMISSAO(WRK-IDX-DEPTO) = ZEROS
              MOVE ZEROS TO WRK-MEDIA-CASA
           ELSE
              COMPUTE WRK-MEDIA-CASA ROUNDED =
                      WRK-DPT-MESES-CASA(WRK-IDX-DEPTO)
                    / WRK-DPT-COM-ADMISSAO(WRK-IDX-DEPTO)
           END-IF.

           COMPUTE WRK-QTD-ED1 = WRK-DPT-MENSALISTAS(WRK-IDX-DEPTO)
                               + WRK-DPT-HORISTAS(WRK-IDX-DEPTO).
           MOVE WRK-DPT-MENSALISTAS(WRK-IDX-DEPTO) TO WRK-QTD-ED2.
           MOVE WRK-DPT-HORISTAS(WRK-IDX-DEPTO)    TO WRK-QTD-ED3.
           COMPUTE WRK-QTD-ED4 = WRK-DPT-MENSALISTAS(WRK-IDX-DEPTO)
                               + WRK-DPT-HORISTAS(WRK-IDX-DEPTO)
                               - WRK-DPT-COM-ADMISSAO(WRK-IDX-DEPTO).
           MOVE WRK-MEDIA-CASA TO WRK-MEDIA-ED.

           MOVE SPACES TO REL-LINHA.
           STRING WRK-DPT-CODIGO(WRK-IDX-DEPTO) '  '
                  WRK-QTD-ED1 ' ' WRK-QTD-ED2 ' ' WRK-QTD-ED3 '    '
                  WRK-QTD-ED4 '      ' WRK-MEDIA-ED
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0300-FINALIZAR.

           CLOSE QUADRO-REPORT.
           CALL 'PROGCOBU1' USING 'QUADRO.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-QTD-SEM-DATA > ZEROS
              DISPLAY 'INATIVOS SEM DATA DE DESLIGAMENTO (FORA DO '
                      'QUADRO): ' WRK-QTD-SEM-DATA
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'EMPREGADOS NO CADASTRO ' WRK-QTD-EMPREGADOS.
           DISPLAY 'LINHAS DO EMPCHLOG     ' WRK-QTD-LOG-LIDOS.
           DISPLAY 'TRANSFERENCIAS NO LOG  ' WRK-QTD-TRANSFERENCIAS.
           DISPLAY 'RESCISOES LIDAS        ' WRK-QTD-RESCISOES.
           DISPLAY 'COMPETENCIAS           ' WRK-QTD-MESES.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'QUADRO.REL' 'WRITE' FS-RELAT
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
