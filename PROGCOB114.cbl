      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOB114
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Tendencia da janela noturna. Le o DRIVER-LOG
      * (DRIVERLOG.DAT, layout DRIVELOG) e casa cada INICIO de um
      * programa com o FIM seguinte dele, apurando pela DIFMI do
      * PROGCOBU4 o tempo decorrido do passo em cada noite (reruns
      * da mesma noite somam). A noite e a data da abertura da
      * janela: passo iniciado antes da hora de abertura do registro
      * 'W' do SITE.PARM pertence a noite do dia anterior. O
      * relatorio BATCHTRD.REL mostra, para as ultimas N noites, a
      * janela de cada noite e, por passo, a duracao em cada noite,
      * a media, o maximo e a noite mais lenta; o passo cuja ultima
      * duracao cresceu mais que o percentual do registro 'W' sobre
      * a media das 30 noites anteriores e sinalizado. A hora de
      * termino da proxima janela e projetada pela ultima duracao
      * mais a tendencia das N noites e comparada com a hora limite.
      * Os tres piores crescimentos e a projecao alem do limite
      * viram incidentes no INCIDENT.DAT para o plantao (PROGCOB65);
      * rodar de novo no mesmo dia nao duplica o incidente. Termina
      * com RETURN-CODE 4 havendo passo sinalizado ou janela
      * projetada alem do limite. A rodada exige a acao TENDJANELA
      * liberada pelo PROGCOBU3.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOB114.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION          SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT DRIVER-LOG
               ASSIGN TO 'DRIVERLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DRVLG.

           SELECT SITE-PARM-FILE
               ASSIGN TO 'SITE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SITEP.

           SELECT INCIDENTE-FILE
               ASSIGN TO 'INCIDENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INCID.

           SELECT TENDENCIA-REPORT
               ASSIGN TO 'BATCHTRD.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  DRIVER-LOG.
       COPY DRIVELOG.

       FD  SITE-PARM-FILE.
       COPY SITEPARM.

       FD  INCIDENTE-FILE.
       COPY INCIDREG.

       FD  TENDENCIA-REPORT.
       01  REL-LINHA                  PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==DRVLG==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==SITEP==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==INCID==.
       COPY FILESTAT REPLACING ==:ARQ:== BY ==RELAT==.

       77  WRK-ABEND                PIC X(01)     VALUE 'N'.
           88  WRK-DEVE-ABORTAR                    VALUE 'S'.
       77  WRK-ACESSO-RODADA        PIC X(08)     VALUE SPACES.
           88  WRK-RODADA-AUTORIZADA               VALUE 'LIBERADO'.
       77  WRK-DATA-ATUAL           PIC 9(08)     VALUE ZEROS.
       77  WRK-HORA-COMPLETA        PIC 9(08)     VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-REGISTROS           VALUE 'S'.
       77  WRK-FIM-LOG              PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-LOG                 VALUE 'S'.

      *    Parametros do registro 'W' do SITE.PARM
       77  WRK-HORA-ABERTURA        PIC 9(06)     VALUE ZEROS.
       77  WRK-HORA-LIMITE          PIC 9(06)     VALUE ZEROS.
       77  WRK-NOITES-TENDENCIA     PIC 9(03)     VALUE ZEROS.
       77  WRK-PCT-CRESCIMENTO      PIC 9(03)     VALUE ZEROS.
       77  WRK-NOITES-MEDIA         PIC 9(02)     VALUE 30.

      *    Parametros da DIFMI do PROGCOBU4
       77  WRK-U4-QTD-DIAS          PIC 9(03)     VALUE ZEROS.
       77  WRK-U4-RESULTADO         PIC S9(09)    VALUE ZEROS.
       77  WRK-U4-UF                PIC X(02)     VALUE SPACES.
       77  WRK-U4-HORA-ZERO         PIC 9(06)     VALUE ZEROS.

       01  WRK-CARIMBO-EVENTO.
           03  WRK-CEV-DATA         PIC 9(08)     VALUE ZEROS.
           03  WRK-CEV-HORA         PIC 9(06)     VALUE ZEROS.
       01  WRK-CARIMBO-JANELA.
           03  WRK-CJA-DATA         PIC 9(08)     VALUE ZEROS.
           03  WRK-CJA-HORA         PIC 9(06)     VALUE ZEROS.
       01  WRK-HORA-PARTES.
           03  WRK-HP-HH            PIC 9(02).
           03  WRK-HP-MM            PIC 9(02).
           03  WRK-HP-SS            PIC 9(02).
       77  WRK-SEG-INICIO           PIC 9(02)     VALUE ZEROS.
       77  WRK-SEGUNDOS-PASSO       PIC S9(09)    VALUE ZEROS.
       77  WRK-DATA-NOITE           PIC 9(08)     VALUE ZEROS.

      *    Dia anterior, para o passo iniciado depois da meia-noite
       01  WRK-DATA-CALCULO.
           03  WRK-DCA-ANO          PIC 9(04).
           03  WRK-DCA-MES          PIC 9(02).
           03  WRK-DCA-DIA          PIC 9(02).
       01  WRK-DATA-CALCULO-NUM REDEFINES WRK-DATA-CALCULO
                                    PIC 9(08).
       77  WRK-RESTO-BISSEXTO       PIC 9(03)     VALUE ZEROS.
       77  WRK-QUOCIENTE            PIC 9(04)     VALUE ZEROS.
       01  WRK-DIAS-MES-TABELA.
           03  FILLER               PIC 9(02) VALUE 31.
           03  FILLER               PIC 9(02) VALUE 28.
           03  FILLER               PIC 9(02) VALUE 31.
           03  FILLER               PIC 9(02) VALUE 30.
           03  FILLER               PIC 9(02) VALUE 31.
           03  FILLER               PIC 9(02) VALUE 30.
           03  FILLER               PIC 9(02) VALUE 31.
           03  FILLER               PIC 9(02) VALUE 31.
           03  FILLER               PIC 9(02) VALUE 30.
           03  FILLER               PIC 9(02) VALUE 31.
           03  FILLER               PIC 9(02) VALUE 30.
           03  FILLER               PIC 9(02) VALUE 31.
       01  WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TABELA.
           03  WRK-QTD-DIAS-MES     PIC 9(02) OCCURS 12 TIMES.

      *    Passos (programas) vistos no log, com o INICIO em aberto
       77  WRK-MAX-PASSOS           PIC 9(02)     VALUE 40.
       77  WRK-QTD-PASSOS           PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-PASSO            PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-PASSO-ACHADO         PIC X(01)     VALUE 'N'.
           88  WRK-PASSO-NA-TABELA                 VALUE 'S'.
       01  WRK-TABELA-PASSOS.
           03  WRK-PASSO-ENT OCCURS 40 TIMES.
               05  WRK-PAS-PROGRAMA       PIC X(10).
               05  WRK-PAS-PENDENTE       PIC X(01).
               05  WRK-PAS-INI-DATA       PIC 9(08).
               05  WRK-PAS-INI-HORA       PIC 9(06).
               05  WRK-PAS-INI-NOITE      PIC 9(08).
               05  WRK-PAS-MEDIA-RECENTE  PIC 9(07)  COMP.
               05  WRK-PAS-MEDIA-30       PIC 9(07)  COMP.
               05  WRK-PAS-ULTIMA         PIC 9(07)  COMP.
               05  WRK-PAS-CRESCIMENTO    PIC S9(05) COMP.
               05  WRK-PAS-SINALIZADO     PIC X(01).
                   88  WRK-PAS-CRESCEU                 VALUE 'S'.
               05  WRK-PAS-INCIDENTE      PIC X(01).

      *    Noites: a mais antiga sai quando a tabela enche
       77  WRK-MAX-NOITES           PIC 9(02)     VALUE 61.
       77  WRK-QTD-NOITES           PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-NOITE            PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-DESLOCA          PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-NOITE-ACHADA         PIC X(01)     VALUE 'N'.
           88  WRK-NOITE-NA-TABELA                 VALUE 'S'.
       01  WRK-TABELA-NOITES.
           03  WRK-NOITE-ENT OCCURS 61 TIMES.
               05  WRK-NT-DATA            PIC 9(08).
               05  WRK-NT-INICIO.
                   07  WRK-NT-INI-DATA    PIC 9(08).
                   07  WRK-NT-INI-HORA    PIC 9(06).
               05  WRK-NT-FIM.
                   07  WRK-NT-FIM-DATA    PIC 9(08).
                   07  WRK-NT-FIM-HORA    PIC 9(06).
               05  WRK-NT-PASSO OCCURS 40 TIMES.
                   07  WRK-NT-SEGUNDOS    PIC 9(07)  COMP.
                   07  WRK-NT-RODOU       PIC X(01).

      *    Faixas de noites: recentes = ultimas N; base = as 30
      *    anteriores a ultima noite
       77  WRK-NOITE-INI-RECENTE    PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-NOITE-INI-BASE       PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-QT-RODADAS           PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-SOMA-SEGUNDOS        PIC 9(09)  COMP  VALUE ZEROS.
       77  WRK-MAX-SEGUNDOS         PIC 9(07)  COMP  VALUE ZEROS.
       77  WRK-NOITE-MAIS-LENTA     PIC 9(08)     VALUE ZEROS.
       77  WRK-QT-SINALIZADOS       PIC 9(03)     VALUE ZEROS.
       77  WRK-QT-SEM-FIM           PIC 9(05)     VALUE ZEROS.
       77  WRK-QT-EVENTOS           PIC 9(07)     VALUE ZEROS.

      *    Projecao da janela, em minutos desde a meia-noite do dia
      *    da noite
       77  WRK-QT-JANELAS           PIC 9(03)  COMP  VALUE ZEROS.
       77  WRK-JANELA-MINUTOS       PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-PRIMEIRA-JANELA      PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-ULTIMA-JANELA        PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-SOMA-JANELAS         PIC S9(09) COMP  VALUE ZEROS.
       77  WRK-TENDENCIA-MINUTOS    PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-DURACAO-PROJETADA    PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-INICIO-ULTIMA        PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-FIM-ULTIMA           PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-FIM-PROJETADO        PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-LIMITE-MINUTOS       PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-FOLGA-MINUTOS        PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-MINUTOS-FMT          PIC S9(07) COMP  VALUE ZEROS.
       77  WRK-PROJECAO-ESTOURA     PIC X(01)     VALUE 'N'.
           88  WRK-JANELA-ESTOURA                  VALUE 'S'.

      *    Incidentes de hoje ja gravados por este programa
       77  WRK-MAX-INCIDENTES       PIC 9(01)     VALUE 3.
       77  WRK-QT-INCIDENTES        PIC 9(01)     VALUE ZEROS.
       77  WRK-QT-JA-GRAVADOS       PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-GRAVADO          PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-IDX-PIOR             PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-PIOR-CRESCIMENTO     PIC S9(05) COMP  VALUE ZEROS.
       77  WRK-INCIDENTE-EXISTE     PIC X(01)     VALUE 'N'.
           88  WRK-JA-TEM-INCIDENTE                VALUE 'S'.
       01  WRK-TABELA-GRAVADOS.
           03  WRK-GRAVADO-ARQUIVO  PIC X(14)  OCCURS 50 TIMES.
       77  WRK-ALR-SEVERIDADE       PIC X(01)     VALUE SPACES.
       77  WRK-ALR-ARQUIVO          PIC X(14)     VALUE SPACES.
       77  WRK-ALR-DESCRICAO        PIC X(30)     VALUE SPACES.

      *    Campos editados
       77  WRK-SEGUNDOS-FMT         PIC 9(07)     VALUE ZEROS.
       77  WRK-RESTO-FMT            PIC 9(07)     VALUE ZEROS.
       01  WRK-DURACAO-ED.
           03  WRK-DUR-HORAS        PIC ZZ9.
           03  FILLER               PIC X(01)     VALUE ':'.
           03  WRK-DUR-MINUTOS      PIC 9(02).
           03  FILLER               PIC X(01)     VALUE ':'.
           03  WRK-DUR-SEGUNDOS     PIC 9(02).
       01  WRK-HORARIO-ED.
           03  WRK-HOR-HORAS        PIC 9(02).
           03  FILLER               PIC X(01)     VALUE ':'.
           03  WRK-HOR-MINUTOS      PIC 9(02).
           03  WRK-HOR-DIA          PIC X(05).
       01  WRK-DATA-ED.
           03  WRK-DED-DIA          PIC 9(02).
           03  FILLER               PIC X(01)     VALUE '/'.
           03  WRK-DED-MES          PIC 9(02).
           03  FILLER               PIC X(01)     VALUE '/'.
           03  WRK-DED-ANO          PIC 9(04).
       77  WRK-DATA-FMT             PIC 9(08)     VALUE ZEROS.
       77  WRK-DUR-MEDIA-ED         PIC X(09)     VALUE SPACES.
       77  WRK-DUR-MAX-ED           PIC X(09)     VALUE SPACES.
       77  WRK-DUR-ULTIMA-ED        PIC X(09)     VALUE SPACES.
       77  WRK-CRESCIMENTO-ED       PIC +ZZZZ9.
       77  WRK-PCT-INCIDENTE        PIC 9(04)     VALUE ZEROS.
       77  WRK-QTD-ED               PIC ZZ9.
       77  WRK-MINUTOS-ED           PIC -ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LER-EVENTO
               UNTIL WRK-NAO-HA-MAIS-LOG.
           IF WRK-QTD-NOITES = ZEROS
              DISPLAY 'DRIVER-LOG SEM PASSOS CONCLUIDOS. NADA A '
                      'ANALISAR.'
              MOVE 'SEM PASSOS CONCLUIDOS NO DRIVER-LOG.'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              PERFORM 0300-IMPRIMIR-JANELAS
              PERFORM 0400-ANALISAR-PASSO
                  VARYING WRK-IDX-PASSO FROM 1 BY 1
                  UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS
              PERFORM 0500-PROJETAR-JANELA
              PERFORM 0600-GRAVAR-INCIDENTES
           END-IF.
           PERFORM 0700-FINALIZAR.

           GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZAR.

           CALL 'PROGCOBU3' USING 'TENDJANELA' WRK-ACESSO-RODADA.
           IF NOT WRK-RODADA-AUTORIZADA
              DISPLAY 'TENDENCIA DA JANELA NAO AUTORIZADA. '
                      'PROCESSAMENTO RECUSADO.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           PERFORM 0110-LER-PARAMETRO.

           OPEN INPUT DRIVER-LOG.
           CALL 'PROGCOBU1' USING 'DRIVERLOG.DAT' 'OPEN' FS-DRVLG
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           OPEN OUTPUT TENDENCIA-REPORT.
           CALL 'PROGCOBU1' USING 'BATCHTRD.REL' 'OPEN' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING 'TENDENCIA DA JANELA NOTURNA - ULTIMAS '
                  WRK-NOITES-TENDENCIA ' NOITES - SINALIZA ACIMA DE '
                  WRK-PCT-CRESCIMENTO '%'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-HORA-ABERTURA TO WRK-HORA-PARTES.
           MOVE WRK-HP-HH TO WRK-HOR-HORAS.
           MOVE WRK-HP-MM TO WRK-HOR-MINUTOS.
           MOVE SPACES    TO WRK-HOR-DIA.
           STRING 'ABERTURA DA JANELA ' WRK-HORARIO-ED(1:5)
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           MOVE WRK-HORA-LIMITE TO WRK-HORA-PARTES.
           MOVE WRK-HP-HH TO WRK-HOR-HORAS.
           MOVE WRK-HP-MM TO WRK-HOR-MINUTOS.
           STRING ' - HORA LIMITE ' WRK-HORARIO-ED(1:5)
               DELIMITED BY SIZE INTO REL-LINHA(25:)
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Registro 'W' do SITE.PARM; sem ele a janela abre
      *          18:00, o limite e 06:00, a tendencia olha 7 noites
      *          e o passo e sinalizado acima de 25%
      *----------------------------------------------------------------*
       0110-LER-PARAMETRO.

           MOVE 180000 TO WRK-HORA-ABERTURA.
           MOVE 060000 TO WRK-HORA-LIMITE.
           MOVE 7      TO WRK-NOITES-TENDENCIA.
           MOVE 25     TO WRK-PCT-CRESCIMENTO.
           MOVE 'N'    TO WRK-FIM-ARQUIVO.

           OPEN INPUT SITE-PARM-FILE.
           IF NOT FS-SITEP-OK
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ SITE-PARM-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND SITE-PARM-JANELA-REG(1:1) = 'W'
                 MOVE PARM-JAN-HORA-ABERTURA TO WRK-HORA-ABERTURA
                 MOVE PARM-JAN-HORA-LIMITE   TO WRK-HORA-LIMITE
                 MOVE PARM-JAN-NOITES        TO WRK-NOITES-TENDENCIA
                 MOVE PARM-JAN-PCT-CRESCIMENTO
                   TO WRK-PCT-CRESCIMENTO
              END-IF
           END-PERFORM.

           IF FS-SITEP-OK OR FS-SITEP-FIM
              CLOSE SITE-PARM-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

           IF WRK-NOITES-TENDENCIA = ZEROS
              MOVE 7 TO WRK-NOITES-TENDENCIA
           END-IF.
           IF WRK-NOITES-TENDENCIA > 30
              MOVE 30 TO WRK-NOITES-TENDENCIA
           END-IF.
      *----------------------------------------------------------------*
      *          INICIO abre o passo na noite da janela; o FIM
      *          seguinte do mesmo programa fecha e soma a duracao.
      *          PLANO e RETIDO nao tem duracao
      *----------------------------------------------------------------*
       0200-LER-EVENTO.

           READ DRIVER-LOG
               AT END
                   MOVE 'S' TO WRK-FIM-LOG
           END-READ.

           IF NOT WRK-NAO-HA-MAIS-LOG
              ADD 1 TO WRK-QT-EVENTOS
              MOVE DRV-DATA TO WRK-CEV-DATA
              MOVE DRV-HORA TO WRK-CEV-HORA
              EVALUATE DRV-EVENTO
                  WHEN 'INICIO'
                      PERFORM 0210-ABRIR-PASSO
                  WHEN 'FIM   '
                      PERFORM 0220-FECHAR-PASSO
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       0210-ABRIR-PASSO.

           IF DRV-HORA NOT < WRK-HORA-ABERTURA
              MOVE DRV-DATA TO WRK-DATA-NOITE
           ELSE
              MOVE DRV-DATA TO WRK-DATA-CALCULO-NUM
              PERFORM 0280-DIA-ANTERIOR
              MOVE WRK-DATA-CALCULO-NUM TO WRK-DATA-NOITE
           END-IF.

           PERFORM 0230-LOCALIZAR-PASSO.
           PERFORM 0240-LOCALIZAR-NOITE.
           IF NOT WRK-NOITE-NA-TABELA
              PERFORM 0250-INCLUIR-NOITE
           END-IF.

           IF WRK-PAS-PENDENTE(WRK-IDX-PASSO) = 'S'
              ADD 1 TO WRK-QT-SEM-FIM
           END-IF.
           MOVE 'S'            TO WRK-PAS-PENDENTE(WRK-IDX-PASSO).
           MOVE DRV-DATA       TO WRK-PAS-INI-DATA(WRK-IDX-PASSO).
           MOVE DRV-HORA       TO WRK-PAS-INI-HORA(WRK-IDX-PASSO).
           MOVE WRK-DATA-NOITE TO WRK-PAS-INI-NOITE(WRK-IDX-PASSO).

           IF WRK-NT-INI-DATA(WRK-IDX-NOITE) = ZEROS
              OR WRK-CARIMBO-EVENTO < WRK-NT-INICIO(WRK-IDX-NOITE)
              MOVE WRK-CARIMBO-EVENTO TO WRK-NT-INICIO(WRK-IDX-NOITE)
           END-IF.
      *----------------------------------------------------------------*
      *          FIM sem INICIO em aberto (log cortado) e ignorado;
      *          o tempo vai para a noite em que o passo comecou
      *----------------------------------------------------------------*
       0220-FECHAR-PASSO.

           PERFORM 0230-LOCALIZAR-PASSO.
           IF WRK-PAS-PENDENTE(WRK-IDX-PASSO) = 'S'
              MOVE 'N' TO WRK-PAS-PENDENTE(WRK-IDX-PASSO)
              MOVE WRK-PAS-INI-NOITE(WRK-IDX-PASSO) TO WRK-DATA-NOITE
              PERFORM 0240-LOCALIZAR-NOITE
              IF WRK-NOITE-NA-TABELA
                 CALL 'PROGCOBU4' USING 'DIFMI '
                      WRK-PAS-INI-DATA(WRK-IDX-PASSO)
                      WRK-PAS-INI-HORA(WRK-IDX-PASSO)
                      DRV-DATA DRV-HORA
                      WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF
                 MOVE WRK-PAS-INI-HORA(WRK-IDX-PASSO)
                   TO WRK-HORA-PARTES
                 MOVE WRK-HP-SS TO WRK-SEG-INICIO
                 MOVE DRV-HORA  TO WRK-HORA-PARTES
                 COMPUTE WRK-SEGUNDOS-PASSO =
                         (WRK-U4-RESULTADO * 60)
                         + WRK-HP-SS - WRK-SEG-INICIO
                 IF WRK-SEGUNDOS-PASSO < ZEROS
                    MOVE ZEROS TO WRK-SEGUNDOS-PASSO
                 END-IF
                 ADD WRK-SEGUNDOS-PASSO
                  TO WRK-NT-SEGUNDOS(WRK-IDX-NOITE WRK-IDX-PASSO)
                 MOVE 'S'
                   TO WRK-NT-RODOU(WRK-IDX-NOITE WRK-IDX-PASSO)
                 IF WRK-CARIMBO-EVENTO > WRK-NT-FIM(WRK-IDX-NOITE)
                    MOVE WRK-CARIMBO-EVENTO
                      TO WRK-NT-FIM(WRK-IDX-NOITE)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0230-LOCALIZAR-PASSO.

           MOVE 'N' TO WRK-PASSO-ACHADO.
           PERFORM VARYING WRK-IDX-PASSO FROM 1 BY 1
                   UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS
                      OR WRK-PASSO-NA-TABELA
              IF WRK-PAS-PROGRAMA(WRK-IDX-PASSO) = DRV-PROGRAMA
                 MOVE 'S' TO WRK-PASSO-ACHADO
              END-IF
           END-PERFORM.

           IF WRK-PASSO-NA-TABELA
              SUBTRACT 1 FROM WRK-IDX-PASSO
           ELSE
              IF WRK-QTD-PASSOS >= WRK-MAX-PASSOS
                 DISPLAY 'TABELA DE PASSOS ESGOTADA ('
                         WRK-MAX-PASSOS ').'
                 PERFORM 0900-ABORTAR-PROCESSAMENTO
              END-IF
              ADD 1 TO WRK-QTD-PASSOS
              MOVE WRK-QTD-PASSOS TO WRK-IDX-PASSO
              MOVE DRV-PROGRAMA TO WRK-PAS-PROGRAMA(WRK-IDX-PASSO)
              MOVE 'N'   TO WRK-PAS-PENDENTE(WRK-IDX-PASSO)
                            WRK-PAS-SINALIZADO(WRK-IDX-PASSO)
                            WRK-PAS-INCIDENTE(WRK-IDX-PASSO)
              MOVE ZEROS TO WRK-PAS-INI-DATA(WRK-IDX-PASSO)
                            WRK-PAS-INI-HORA(WRK-IDX-PASSO)
                            WRK-PAS-INI-NOITE(WRK-IDX-PASSO)
                            WRK-PAS-MEDIA-RECENTE(WRK-IDX-PASSO)
                            WRK-PAS-MEDIA-30(WRK-IDX-PASSO)
                            WRK-PAS-ULTIMA(WRK-IDX-PASSO)
                            WRK-PAS-CRESCIMENTO(WRK-IDX-PASSO)
           END-IF.
      *----------------------------------------------------------------*
      *          O log e cronologico: a noite procurada costuma ser
      *          a ultima da tabela, por isso a busca e de tras para
      *          frente
      *----------------------------------------------------------------*
       0240-LOCALIZAR-NOITE.

           MOVE 'N' TO WRK-NOITE-ACHADA.
           PERFORM VARYING WRK-IDX-NOITE FROM WRK-QTD-NOITES BY -1
                   UNTIL WRK-IDX-NOITE < 1
                      OR WRK-NOITE-NA-TABELA
              IF WRK-NT-DATA(WRK-IDX-NOITE) = WRK-DATA-NOITE
                 MOVE 'S' TO WRK-NOITE-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-NOITE-NA-TABELA
              ADD 1 TO WRK-IDX-NOITE
           END-IF.
      *----------------------------------------------------------------*
      *          Noite nova no fim da tabela; cheia, a mais antiga
      *          sai e as outras sobem uma posicao
      *----------------------------------------------------------------*
       0250-INCLUIR-NOITE.

           IF WRK-QTD-NOITES >= WRK-MAX-NOITES
              PERFORM VARYING WRK-IDX-DESLOCA FROM 1 BY 1
                      UNTIL WRK-IDX-DESLOCA >= WRK-QTD-NOITES
                 MOVE WRK-NOITE-ENT(WRK-IDX-DESLOCA + 1)
                   TO WRK-NOITE-ENT(WRK-IDX-DESLOCA)
              END-PERFORM
           ELSE
              ADD 1 TO WRK-QTD-NOITES
           END-IF.

           MOVE WRK-QTD-NOITES TO WRK-IDX-NOITE.
           MOVE WRK-DATA-NOITE TO WRK-NT-DATA(WRK-IDX-NOITE).
           MOVE ZEROS          TO WRK-NT-INICIO(WRK-IDX-NOITE)
                                  WRK-NT-FIM(WRK-IDX-NOITE).
           PERFORM VARYING WRK-IDX-DESLOCA FROM 1 BY 1
                   UNTIL WRK-IDX-DESLOCA > WRK-MAX-PASSOS
              MOVE ZEROS
                TO WRK-NT-SEGUNDOS(WRK-IDX-NOITE WRK-IDX-DESLOCA)
              MOVE 'N'
                TO WRK-NT-RODOU(WRK-IDX-NOITE WRK-IDX-DESLOCA)
           END-PERFORM.
           MOVE 'S' TO WRK-NOITE-ACHADA.
      *----------------------------------------------------------------*
      *          Dia civil anterior a WRK-DATA-CALCULO
      *----------------------------------------------------------------*
       0280-DIA-ANTERIOR.

           IF WRK-DCA-DIA > 1
              SUBTRACT 1 FROM WRK-DCA-DIA
           ELSE
              IF WRK-DCA-MES > 1
                 SUBTRACT 1 FROM WRK-DCA-MES
              ELSE
                 MOVE 12 TO WRK-DCA-MES
                 SUBTRACT 1 FROM WRK-DCA-ANO
              END-IF
              MOVE WRK-QTD-DIAS-MES(WRK-DCA-MES) TO WRK-DCA-DIA
              IF WRK-DCA-MES = 2
                 DIVIDE WRK-DCA-ANO BY 4 GIVING WRK-QUOCIENTE
                        REMAINDER WRK-RESTO-BISSEXTO
                 IF WRK-RESTO-BISSEXTO = ZEROS
                    MOVE 29 TO WRK-DCA-DIA
                    DIVIDE WRK-DCA-ANO BY 100 GIVING WRK-QUOCIENTE
                           REMAINDER WRK-RESTO-BISSEXTO
                    IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-DCA-ANO BY 400 GIVING WRK-QUOCIENTE
                              REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                          MOVE 28 TO WRK-DCA-DIA
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *          Janela de cada uma das ultimas N noites: primeiro
      *          INICIO, ultimo FIM e a duracao
      *----------------------------------------------------------------*
       0300-IMPRIMIR-JANELAS.

           IF WRK-QTD-NOITES > WRK-NOITES-TENDENCIA
              COMPUTE WRK-NOITE-INI-RECENTE =
                      WRK-QTD-NOITES - WRK-NOITES-TENDENCIA + 1
           ELSE
              MOVE 1 TO WRK-NOITE-INI-RECENTE
           END-IF.
           IF WRK-QTD-NOITES > WRK-NOITES-MEDIA
              COMPUTE WRK-NOITE-INI-BASE =
                      WRK-QTD-NOITES - WRK-NOITES-MEDIA
           ELSE
              MOVE 1 TO WRK-NOITE-INI-BASE
           END-IF.

           MOVE 'JANELA POR NOITE' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE '  NOITE        INICIO  TERMINO        DURACAO'
             TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           PERFORM 0310-IMPRIMIR-NOITE
               VARYING WRK-IDX-NOITE FROM WRK-NOITE-INI-RECENTE BY 1
               UNTIL WRK-IDX-NOITE > WRK-QTD-NOITES.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0310-IMPRIMIR-NOITE.

           MOVE WRK-NT-DATA(WRK-IDX-NOITE) TO WRK-DATA-FMT.
           PERFORM 0820-FORMATAR-DATA.
           IF WRK-NT-FIM-DATA(WRK-IDX-NOITE) = ZEROS
              STRING '  ' WRK-DATA-ED '   SEM PASSO CONCLUIDO'
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
           ELSE
              PERFORM 0320-MINUTOS-DA-NOITE
              MOVE WRK-INICIO-ULTIMA TO WRK-MINUTOS-FMT
              PERFORM 0830-FORMATAR-HORARIO
              STRING '  ' WRK-DATA-ED '   ' WRK-HORARIO-ED(1:5)
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              MOVE WRK-FIM-ULTIMA TO WRK-MINUTOS-FMT
              PERFORM 0830-FORMATAR-HORARIO
              COMPUTE WRK-SEGUNDOS-FMT =
                      (WRK-FIM-ULTIMA - WRK-INICIO-ULTIMA) * 60
              PERFORM 0810-FORMATAR-DURACAO
              STRING '  ' WRK-HORARIO-ED '  ' WRK-DURACAO-ED
                  DELIMITED BY SIZE INTO REL-LINHA(21:)
              END-STRING
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      *          Inicio e termino da janela da noite em minutos desde
      *          a meia-noite do dia da noite (termino apos a
      *          meia-noite passa de 1440)
      *----------------------------------------------------------------*
       0320-MINUTOS-DA-NOITE.

           CALL 'PROGCOBU4' USING 'DIFMI '
                WRK-NT-DATA(WRK-IDX-NOITE) WRK-U4-HORA-ZERO
                WRK-NT-INI-DATA(WRK-IDX-NOITE)
                WRK-NT-INI-HORA(WRK-IDX-NOITE)
                WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF.
           MOVE WRK-U4-RESULTADO TO WRK-INICIO-ULTIMA.
           CALL 'PROGCOBU4' USING 'DIFMI '
                WRK-NT-DATA(WRK-IDX-NOITE) WRK-U4-HORA-ZERO
                WRK-NT-FIM-DATA(WRK-IDX-NOITE)
                WRK-NT-FIM-HORA(WRK-IDX-NOITE)
                WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF.
           MOVE WRK-U4-RESULTADO TO WRK-FIM-ULTIMA.
      *----------------------------------------------------------------*
      *          Um passo: duracao em cada uma das ultimas N noites,
      *          media, maximo, noite mais lenta e o crescimento da
      *          ultima noite sobre a media das 30 anteriores
      *----------------------------------------------------------------*
       0400-ANALISAR-PASSO.

           MOVE SPACES TO REL-LINHA.
           STRING 'PASSO ' WRK-PAS-PROGRAMA(WRK-IDX-PASSO)
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE ZEROS TO WRK-QT-RODADAS WRK-SOMA-SEGUNDOS
                         WRK-MAX-SEGUNDOS WRK-NOITE-MAIS-LENTA.
           PERFORM 0410-NOITE-DO-PASSO
               VARYING WRK-IDX-NOITE FROM WRK-NOITE-INI-RECENTE BY 1
               UNTIL WRK-IDX-NOITE > WRK-QTD-NOITES.

           IF WRK-QT-RODADAS = ZEROS
              MOVE '  NAO RODOU NAS ULTIMAS NOITES.' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           ELSE
              DIVIDE WRK-SOMA-SEGUNDOS BY WRK-QT-RODADAS
                     GIVING WRK-PAS-MEDIA-RECENTE(WRK-IDX-PASSO)
              MOVE WRK-PAS-MEDIA-RECENTE(WRK-IDX-PASSO)
                TO WRK-SEGUNDOS-FMT
              PERFORM 0810-FORMATAR-DURACAO
              MOVE WRK-DURACAO-ED TO WRK-DUR-MEDIA-ED
              MOVE WRK-MAX-SEGUNDOS TO WRK-SEGUNDOS-FMT
              PERFORM 0810-FORMATAR-DURACAO
              MOVE WRK-DURACAO-ED TO WRK-DUR-MAX-ED
              MOVE WRK-NOITE-MAIS-LENTA TO WRK-DATA-FMT
              PERFORM 0820-FORMATAR-DATA
              MOVE WRK-QT-RODADAS TO WRK-QTD-ED
              STRING '  MEDIA ' WRK-DUR-MEDIA-ED
                     '  MAXIMO ' WRK-DUR-MAX-ED
                     ' NA NOITE ' WRK-DATA-ED
                     '  (' WRK-QTD-ED ' NOITES)'
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.

           PERFORM 0420-COMPARAR-MEDIA-30.
           PERFORM 0800-GRAVAR-LINHA.
      *----------------------------------------------------------------*
       0410-NOITE-DO-PASSO.

           IF WRK-NT-RODOU(WRK-IDX-NOITE WRK-IDX-PASSO) = 'S'
              ADD 1 TO WRK-QT-RODADAS
              ADD WRK-NT-SEGUNDOS(WRK-IDX-NOITE WRK-IDX-PASSO)
               TO WRK-SOMA-SEGUNDOS
              IF WRK-NT-SEGUNDOS(WRK-IDX-NOITE WRK-IDX-PASSO)
                 NOT < WRK-MAX-SEGUNDOS
                 MOVE WRK-NT-SEGUNDOS(WRK-IDX-NOITE WRK-IDX-PASSO)
                   TO WRK-MAX-SEGUNDOS
                 MOVE WRK-NT-DATA(WRK-IDX-NOITE)
                   TO WRK-NOITE-MAIS-LENTA
              END-IF
              MOVE WRK-NT-DATA(WRK-IDX-NOITE) TO WRK-DATA-FMT
              PERFORM 0820-FORMATAR-DATA
              MOVE WRK-NT-SEGUNDOS(WRK-IDX-NOITE WRK-IDX-PASSO)
                TO WRK-SEGUNDOS-FMT
              PERFORM 0810-FORMATAR-DURACAO
              STRING '  ' WRK-DATA-ED '  ' WRK-DURACAO-ED
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.
      *----------------------------------------------------------------*
      *          Ultima noite contra a media das 30 noites anteriores
      *          em que o passo rodou; sem base nao ha comparacao
      *----------------------------------------------------------------*
       0420-COMPARAR-MEDIA-30.

           IF WRK-NT-RODOU(WRK-QTD-NOITES WRK-IDX-PASSO) NOT = 'S'
              MOVE '  NAO RODOU NA ULTIMA NOITE.' TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              GO TO 0420-SAIDA
           END-IF.
           MOVE WRK-NT-SEGUNDOS(WRK-QTD-NOITES WRK-IDX-PASSO)
             TO WRK-PAS-ULTIMA(WRK-IDX-PASSO).

           MOVE ZEROS TO WRK-QT-RODADAS WRK-SOMA-SEGUNDOS.
           PERFORM VARYING WRK-IDX-NOITE FROM WRK-NOITE-INI-BASE BY 1
                   UNTIL WRK-IDX-NOITE >= WRK-QTD-NOITES
              IF WRK-NT-RODOU(WRK-IDX-NOITE WRK-IDX-PASSO) = 'S'
                 ADD 1 TO WRK-QT-RODADAS
                 ADD WRK-NT-SEGUNDOS(WRK-IDX-NOITE WRK-IDX-PASSO)
                  TO WRK-SOMA-SEGUNDOS
              END-IF
           END-PERFORM.

           MOVE WRK-PAS-ULTIMA(WRK-IDX-PASSO) TO WRK-SEGUNDOS-FMT.
           PERFORM 0810-FORMATAR-DURACAO.
           MOVE WRK-DURACAO-ED TO WRK-DUR-ULTIMA-ED.

           IF WRK-QT-RODADAS = ZEROS
              STRING '  ULTIMA ' WRK-DUR-ULTIMA-ED
                     '  SEM HISTORICO PARA A MEDIA DE 30 NOITES'
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
              GO TO 0420-SAIDA
           END-IF.

           DIVIDE WRK-SOMA-SEGUNDOS BY WRK-QT-RODADAS
                  GIVING WRK-PAS-MEDIA-30(WRK-IDX-PASSO).
           MOVE WRK-PAS-MEDIA-30(WRK-IDX-PASSO) TO WRK-SEGUNDOS-FMT.
           PERFORM 0810-FORMATAR-DURACAO.
           MOVE WRK-DURACAO-ED TO WRK-DUR-MEDIA-ED.

           IF WRK-PAS-MEDIA-30(WRK-IDX-PASSO) = ZEROS
              MOVE ZEROS TO WRK-PAS-CRESCIMENTO(WRK-IDX-PASSO)
           ELSE
              COMPUTE WRK-PAS-CRESCIMENTO(WRK-IDX-PASSO) =
                      (WRK-PAS-ULTIMA(WRK-IDX-PASSO)
                       - WRK-PAS-MEDIA-30(WRK-IDX-PASSO)) * 100
                      / WRK-PAS-MEDIA-30(WRK-IDX-PASSO)
           END-IF.
           MOVE WRK-PAS-CRESCIMENTO(WRK-IDX-PASSO)
             TO WRK-CRESCIMENTO-ED.
           STRING '  ULTIMA ' WRK-DUR-ULTIMA-ED
                  '  MEDIA 30 NOITES ' WRK-DUR-MEDIA-ED
                  '  VARIACAO ' WRK-CRESCIMENTO-ED '%'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-PAS-CRESCIMENTO(WRK-IDX-PASSO) > WRK-PCT-CRESCIMENTO
              MOVE 'S' TO WRK-PAS-SINALIZADO(WRK-IDX-PASSO)
              ADD 1 TO WRK-QT-SINALIZADOS
              MOVE '  *** PASSO CRESCEU ACIMA DO LIMITE ***'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0420-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *          Projecao da proxima janela: inicio da ultima noite
      *          mais a duracao da ultima janela somada a tendencia
      *          media por noite das ultimas N, contra a hora limite
      *----------------------------------------------------------------*
       0500-PROJETAR-JANELA.

           MOVE ZEROS TO WRK-QT-JANELAS WRK-SOMA-JANELAS
                         WRK-PRIMEIRA-JANELA WRK-ULTIMA-JANELA.
           PERFORM 0510-SOMAR-JANELA
               VARYING WRK-IDX-NOITE FROM WRK-NOITE-INI-RECENTE BY 1
               UNTIL WRK-IDX-NOITE > WRK-QTD-NOITES.

           MOVE 'PROJECAO DA JANELA' TO REL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QT-JANELAS = ZEROS
              MOVE '  SEM JANELA CONCLUIDA PARA PROJETAR.'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
              GO TO 0500-SAIDA
           END-IF.

           IF WRK-QT-JANELAS > 1
              COMPUTE WRK-TENDENCIA-MINUTOS =
                      (WRK-ULTIMA-JANELA - WRK-PRIMEIRA-JANELA)
                      / (WRK-QT-JANELAS - 1)
           ELSE
              MOVE ZEROS TO WRK-TENDENCIA-MINUTOS
           END-IF.
           COMPUTE WRK-DURACAO-PROJETADA =
                   WRK-ULTIMA-JANELA + WRK-TENDENCIA-MINUTOS.
           IF WRK-DURACAO-PROJETADA < ZEROS
              MOVE ZEROS TO WRK-DURACAO-PROJETADA
           END-IF.

           MOVE WRK-QTD-NOITES TO WRK-IDX-NOITE.
           PERFORM 0320-MINUTOS-DA-NOITE.
           COMPUTE WRK-FIM-PROJETADO =
                   WRK-INICIO-ULTIMA + WRK-DURACAO-PROJETADA.

           MOVE WRK-HORA-LIMITE TO WRK-HORA-PARTES.
           COMPUTE WRK-LIMITE-MINUTOS = (WRK-HP-HH * 60) + WRK-HP-MM.
           IF WRK-HORA-LIMITE NOT > WRK-HORA-ABERTURA
              ADD 1440 TO WRK-LIMITE-MINUTOS
           END-IF.
           COMPUTE WRK-FOLGA-MINUTOS =
                   WRK-LIMITE-MINUTOS - WRK-FIM-PROJETADO.

           COMPUTE WRK-SEGUNDOS-FMT = (WRK-SOMA-JANELAS * 60)
                                      / WRK-QT-JANELAS.
           PERFORM 0810-FORMATAR-DURACAO.
           MOVE WRK-QT-JANELAS TO WRK-QTD-ED.
           STRING '  DURACAO MEDIA DA JANELA ' WRK-DURACAO-ED
                  ' (' WRK-QTD-ED ' NOITES)'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-TENDENCIA-MINUTOS TO WRK-MINUTOS-ED.
           STRING '  TENDENCIA POR NOITE ' WRK-MINUTOS-ED ' MIN'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-FIM-ULTIMA TO WRK-MINUTOS-FMT.
           PERFORM 0830-FORMATAR-HORARIO.
           STRING '  TERMINO DA ULTIMA NOITE ' WRK-HORARIO-ED
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE WRK-FIM-PROJETADO TO WRK-MINUTOS-FMT.
           PERFORM 0830-FORMATAR-HORARIO.
           MOVE WRK-FOLGA-MINUTOS TO WRK-MINUTOS-ED.
           STRING '  TERMINO PROJETADO ' WRK-HORARIO-ED
                  '  FOLGA ATE O LIMITE ' WRK-MINUTOS-ED ' MIN'
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           PERFORM 0800-GRAVAR-LINHA.

           IF WRK-FOLGA-MINUTOS < ZEROS
              MOVE 'S' TO WRK-PROJECAO-ESTOURA
              MOVE '  *** JANELA PROJETADA ALEM DA HORA LIMITE ***'
                TO REL-LINHA
              PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0500-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0510-SOMAR-JANELA.

           IF WRK-NT-FIM-DATA(WRK-IDX-NOITE) NOT = ZEROS
              CALL 'PROGCOBU4' USING 'DIFMI '
                   WRK-NT-INI-DATA(WRK-IDX-NOITE)
                   WRK-NT-INI-HORA(WRK-IDX-NOITE)
                   WRK-NT-FIM-DATA(WRK-IDX-NOITE)
                   WRK-NT-FIM-HORA(WRK-IDX-NOITE)
                   WRK-U4-QTD-DIAS WRK-U4-RESULTADO WRK-U4-UF
              MOVE WRK-U4-RESULTADO TO WRK-JANELA-MINUTOS
              ADD 1 TO WRK-QT-JANELAS
              ADD WRK-JANELA-MINUTOS TO WRK-SOMA-JANELAS
              IF WRK-QT-JANELAS = 1
                 MOVE WRK-JANELA-MINUTOS TO WRK-PRIMEIRA-JANELA
              END-IF
              MOVE WRK-JANELA-MINUTOS TO WRK-ULTIMA-JANELA
           END-IF.
      *----------------------------------------------------------------*
      *          Incidentes para o plantao: os tres maiores
      *          crescimentos sinalizados (severidade M) e a janela
      *          projetada alem do limite (severidade A). Incidente
      *          de hoje ja gravado por este programa para o mesmo
      *          passo nao e repetido
      *----------------------------------------------------------------*
       0600-GRAVAR-INCIDENTES.

           IF WRK-QT-SINALIZADOS = ZEROS AND NOT WRK-JANELA-ESTOURA
              GO TO 0600-SAIDA
           END-IF.

           PERFORM 0610-CARREGAR-GRAVADOS.

           OPEN EXTEND INCIDENTE-FILE.
           IF NOT FS-INCID-OK
              OPEN OUTPUT INCIDENTE-FILE
           END-IF.
           IF NOT FS-INCID-OK
              DISPLAY 'INCIDENT.DAT INDISPONIVEL: INCIDENTES NAO '
                      'GRAVADOS.'
              GO TO 0600-SAIDA
           END-IF.

           MOVE ZEROS TO WRK-QT-INCIDENTES.
           PERFORM 0620-ESCOLHER-PIOR
               UNTIL WRK-QT-INCIDENTES >= WRK-MAX-INCIDENTES.

           IF WRK-JANELA-ESTOURA
              MOVE 'A'             TO WRK-ALR-SEVERIDADE
              MOVE 'DRIVERLOG.DAT' TO WRK-ALR-ARQUIVO
              MOVE 'JANELA PROJETADA APOS O LIMITE'
                TO WRK-ALR-DESCRICAO
              PERFORM 0650-GRAVAR-ALERTA
           END-IF.

           CLOSE INCIDENTE-FILE.

       0600-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
       0610-CARREGAR-GRAVADOS.

           MOVE ZEROS TO WRK-QT-JA-GRAVADOS.
           MOVE 'N'   TO WRK-FIM-ARQUIVO.
           OPEN INPUT INCIDENTE-FILE.
           IF NOT FS-INCID-OK
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM UNTIL WRK-NAO-HA-MAIS-REGISTROS
              READ INCIDENTE-FILE
                  AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-REGISTROS
                 AND INC-DATA = WRK-DATA-ATUAL
                 AND INC-ORIGEM = 'PROGCOB114'
                 AND WRK-QT-JA-GRAVADOS < 50
                 ADD 1 TO WRK-QT-JA-GRAVADOS
                 MOVE INC-ARQUIVO
                   TO WRK-GRAVADO-ARQUIVO(WRK-QT-JA-GRAVADOS)
              END-IF
           END-PERFORM.
           IF FS-INCID-OK OR FS-INCID-FIM
              CLOSE INCIDENTE-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
      *----------------------------------------------------------------*
       0620-ESCOLHER-PIOR.

           MOVE ZEROS TO WRK-IDX-PIOR WRK-PIOR-CRESCIMENTO.
           PERFORM VARYING WRK-IDX-PASSO FROM 1 BY 1
                   UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS
              IF WRK-PAS-CRESCEU(WRK-IDX-PASSO)
                 AND WRK-PAS-INCIDENTE(WRK-IDX-PASSO) = 'N'
                 AND WRK-PAS-CRESCIMENTO(WRK-IDX-PASSO) >
                     WRK-PIOR-CRESCIMENTO
                 MOVE WRK-IDX-PASSO TO WRK-IDX-PIOR
                 MOVE WRK-PAS-CRESCIMENTO(WRK-IDX-PASSO)
                   TO WRK-PIOR-CRESCIMENTO
              END-IF
           END-PERFORM.

           IF WRK-IDX-PIOR = ZEROS
              MOVE WRK-MAX-INCIDENTES TO WRK-QT-INCIDENTES
           ELSE
              ADD 1 TO WRK-QT-INCIDENTES
              MOVE 'S' TO WRK-PAS-INCIDENTE(WRK-IDX-PIOR)
              MOVE WRK-PIOR-CRESCIMENTO TO WRK-PCT-INCIDENTE
              MOVE 'M' TO WRK-ALR-SEVERIDADE
              MOVE WRK-PAS-PROGRAMA(WRK-IDX-PIOR) TO WRK-ALR-ARQUIVO
              MOVE SPACES TO WRK-ALR-DESCRICAO
              STRING 'CRESCEU ' WRK-PCT-INCIDENTE
                     '% SOBRE MEDIA 30N'
                  DELIMITED BY SIZE INTO WRK-ALR-DESCRICAO
              END-STRING
              PERFORM 0650-GRAVAR-ALERTA
           END-IF.
      *----------------------------------------------------------------*
       0650-GRAVAR-ALERTA.

           MOVE 'N' TO WRK-INCIDENTE-EXISTE.
           PERFORM VARYING WRK-IDX-GRAVADO FROM 1 BY 1
                   UNTIL WRK-IDX-GRAVADO > WRK-QT-JA-GRAVADOS
              IF WRK-GRAVADO-ARQUIVO(WRK-IDX-GRAVADO) =
                 WRK-ALR-ARQUIVO
                 MOVE 'S' TO WRK-INCIDENTE-EXISTE
              END-IF
           END-PERFORM.

           IF WRK-JA-TEM-INCIDENTE
              DISPLAY 'INCIDENTE DE HOJE JA GRAVADO PARA '
                      WRK-ALR-ARQUIVO
           ELSE
              ACCEPT WRK-HORA-COMPLETA FROM TIME
              MOVE WRK-DATA-ATUAL         TO INC-DATA
              MOVE WRK-HORA-COMPLETA(1:6) TO INC-HORA
              MOVE WRK-ALR-SEVERIDADE     TO INC-SEVERIDADE
              MOVE 'PROGCOB114'           TO INC-ORIGEM
              MOVE WRK-ALR-ARQUIVO        TO INC-ARQUIVO
              MOVE SPACES                 TO INC-STATUS
              MOVE WRK-ALR-DESCRICAO      TO INC-DESCRICAO
              MOVE 'P'                    TO INC-SITUACAO
              MOVE SPACES                 TO INC-RECONHECIDO-POR
              MOVE ZEROS                  TO INC-DATA-RECONHECIMENTO
              WRITE INCIDENTE-REG
              DISPLAY 'INCIDENTE GRAVADO: ' WRK-ALR-ARQUIVO ' '
                      WRK-ALR-DESCRICAO
           END-IF.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
       0700-FINALIZAR.

           IF WRK-QT-SEM-FIM > ZEROS
              MOVE WRK-QT-SEM-FIM TO WRK-QTD-ED
              STRING 'PASSOS COM INICIO SEM FIM (ABEND OU QUEDA): '
                     WRK-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              PERFORM 0800-GRAVAR-LINHA
           END-IF.

           DISPLAY '-------------------'.
           DISPLAY 'EVENTOS LIDOS NO DRIVER-LOG .. : ' WRK-QT-EVENTOS.
           DISPLAY 'NOITES APURADAS .............. : ' WRK-QTD-NOITES.
           DISPLAY 'PASSOS SINALIZADOS ........... : '
                   WRK-QT-SINALIZADOS.
           IF WRK-JANELA-ESTOURA
              DISPLAY 'JANELA PROJETADA ALEM DA HORA LIMITE.'
           END-IF.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

           CLOSE DRIVER-LOG TENDENCIA-REPORT.
           CALL 'PROGCOBU1' USING 'BATCHTRD.REL' 'CLOSE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.

           IF WRK-QT-SINALIZADOS > ZEROS OR WRK-JANELA-ESTOURA
              MOVE 4 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0800-GRAVAR-LINHA.

           WRITE REL-LINHA.
           CALL 'PROGCOBU1' USING 'BATCHTRD.REL' 'WRITE' FS-RELAT
                WRK-ABEND.
           IF WRK-DEVE-ABORTAR
              PERFORM 0900-ABORTAR-PROCESSAMENTO
           END-IF.
           MOVE SPACES TO REL-LINHA.
      *----------------------------------------------------------------*
      *          Segundos em HHH:MM:SS
      *----------------------------------------------------------------*
       0810-FORMATAR-DURACAO.

           DIVIDE WRK-SEGUNDOS-FMT BY 3600 GIVING WRK-DUR-HORAS
                  REMAINDER WRK-RESTO-FMT.
           DIVIDE WRK-RESTO-FMT BY 60 GIVING WRK-DUR-MINUTOS
                  REMAINDER WRK-DUR-SEGUNDOS.
      *----------------------------------------------------------------*
       0820-FORMATAR-DATA.

           MOVE WRK-DATA-FMT TO WRK-DATA-CALCULO-NUM.
           MOVE WRK-DCA-DIA  TO WRK-DED-DIA.
           MOVE WRK-DCA-MES  TO WRK-DED-MES.
           MOVE WRK-DCA-ANO  TO WRK-DED-ANO.
      *----------------------------------------------------------------*
      *          Minutos desde a meia-noite da noite em HH:MM, com
      *          (+1) quando ja e o dia seguinte
      *----------------------------------------------------------------*
       0830-FORMATAR-HORARIO.

           MOVE SPACES TO WRK-HOR-DIA.
           IF WRK-MINUTOS-FMT < ZEROS
              MOVE ZEROS TO WRK-MINUTOS-FMT
           END-IF.
           IF WRK-MINUTOS-FMT NOT < 1440
              SUBTRACT 1440 FROM WRK-MINUTOS-FMT
              MOVE ' (+1)' TO WRK-HOR-DIA
           END-IF.
           DIVIDE WRK-MINUTOS-FMT BY 60 GIVING WRK-HOR-HORAS
                  REMAINDER WRK-HOR-MINUTOS.
      *----------------------------------------------------------------*
      *          Interromper o processamento por erro de arquivo
      *          irrecuperavel, sinalizado pelo PROGCOBU1
      *----------------------------------------------------------------*
       0900-ABORTAR-PROCESSAMENTO.

           DISPLAY 'PROCESSAMENTO ABORTADO POR ERRO DE ARQUIVO.'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
