      *----------------------------------------------------------------*
      * PROGRAMA: PROGCOBUA
      * AUTHOR  : EMANUEL
      * DATA    : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO: Rotina utilitaria de procura de nome semelhante no
      * NAME-MASTER, no molde do PROGCOBU1: recebe o nome e o filtro
      * (T = todas as entradas, B = so as bloqueadas), varre o
      * cadastro e devolve a entrada com menos posicoes diferentes
      * do nome e a quantidade de diferencas. Acima de 3 diferencas
      * nao ha semelhante e o nome parecido volta em branco. Em
      * LK-STATUS volta o FILE STATUS da abertura do NAMEMAST.DAT
      * ('00' = varredura feita). E a comparacao unica da sugestao
      * de grafia do PROGCOB02 e da triagem do PROGCOBU9.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Versao inicial.
      *----------------------------------------------------------------*
       IDENTIFICATION         DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.            PROGCOBUA.
      *----------------------------------------------------------------*
       ENVIRONMENT            DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER-FILE
               ASSIGN TO 'NAMEMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAM-NOME
               FILE STATUS IS FS-NAMEM.
      *----------------------------------------------------------------*
       DATA                   DIVISION.
      *----------------------------------------------------------------*
       FILE                   SECTION.
      *----------------------------------------------------------------*
       FD  NAME-MASTER-FILE.
       COPY NAMEMAST.
      *----------------------------------------------------------------*
       WORKING-STORAGE        SECTION.
      *----------------------------------------------------------------*
       COPY FILESTAT REPLACING ==:ARQ:== BY ==NAMEM==.

       77  WRK-QT-DIFERENCAS       PIC 9(02)     VALUE ZEROS.
       77  WRK-LIMITE-DIFERENCAS   PIC 9(02)     VALUE 3.
       77  WRK-IDX-CHAR            PIC 9(02)  COMP  VALUE ZEROS.
       77  WRK-FIM-CADASTRO        PIC X(01)     VALUE 'N'.
           88  WRK-NAO-HA-MAIS-CADASTRO            VALUE 'S'.
      *----------------------------------------------------------------*
       LINKAGE                SECTION.
      *----------------------------------------------------------------*
       01  LK-NOME                PIC X(30).
       01  LK-FILTRO              PIC X(01).
           88  LK-SO-BLOQUEADOS               VALUE 'B'.
       01  LK-NOME-PARECIDO       PIC X(30).
       01  LK-QT-DIFERENCAS       PIC 9(02).
       01  LK-STATUS              PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE              DIVISION USING LK-NOME
                                             LK-FILTRO
                                             LK-NOME-PARECIDO
                                             LK-QT-DIFERENCAS
                                             LK-STATUS.
      *----------------------------------------------------------------*
       0001-PRINCIPAL.

           MOVE SPACES TO LK-NOME-PARECIDO.
           MOVE 99     TO LK-QT-DIFERENCAS.

           OPEN INPUT NAME-MASTER-FILE.
           MOVE FS-NAMEM TO LK-STATUS.
           IF NOT FS-NAMEM-OK
              GOBACK
           END-IF.

           PERFORM 0100-VARRER-CADASTRO.
           CLOSE NAME-MASTER-FILE.

           IF LK-QT-DIFERENCAS > WRK-LIMITE-DIFERENCAS
              MOVE SPACES TO LK-NOME-PARECIDO
           END-IF.

           GOBACK.
      *----------------------------------------------------------------*
      *          Varrer as entradas (todas ou so as bloqueadas) atras
      *          da mais parecida com o nome (menos posicoes
      *          diferentes)
      *----------------------------------------------------------------*
       0100-VARRER-CADASTRO.

           MOVE 'N' TO WRK-FIM-CADASTRO.

           MOVE LOW-VALUES TO NAM-NOME.
           START NAME-MASTER-FILE KEY IS NOT LESS THAN NAM-NOME
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CADASTRO
           END-START.

           PERFORM UNTIL WRK-NAO-HA-MAIS-CADASTRO
              READ NAME-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-CADASTRO
              END-READ
              IF NOT WRK-NAO-HA-MAIS-CADASTRO
                 IF NAM-BLOQUEADO OR NOT LK-SO-BLOQUEADOS
                    PERFORM 0110-COMPARAR-NOME
                 END-IF
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0110-COMPARAR-NOME.

           MOVE ZEROS TO WRK-QT-DIFERENCAS.
           PERFORM VARYING WRK-IDX-CHAR FROM 1 BY 1
                   UNTIL WRK-IDX-CHAR > 30
              IF LK-NOME(WRK-IDX-CHAR:1) NOT =
                 NAM-NOME(WRK-IDX-CHAR:1)
                 ADD 1 TO WRK-QT-DIFERENCAS
              END-IF
           END-PERFORM.

           IF WRK-QT-DIFERENCAS < LK-QT-DIFERENCAS
              MOVE WRK-QT-DIFERENCAS TO LK-QT-DIFERENCAS
              MOVE NAM-NOME          TO LK-NOME-PARECIDO
           END-IF.
