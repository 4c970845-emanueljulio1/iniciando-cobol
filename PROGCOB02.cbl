      *                segunda pesquisa. O acesso ao NAME-MASTER
      *                passou de RANDOM a DYNAMIC por causa da
      *                varredura.
      * 15.10.2026 EAS A varredura do nome mais parecido passou ao
      *                PROGCOBUA, a mesma rotina da triagem do
      *                PROGCOBU9; o acesso ao NAME-MASTER volta a
      *                RANDOM.
      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           SELECT NAME-MASTER-FILE
               ASSIGN TO 'NAMEMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NAM-NOME
               FILE STATUS IS FS-NAMEM.

       77  WRK-DATA-ATUAL          PIC 9(08)     VALUE ZEROS.
       77  WRK-MOTIVO              PIC X(15)     VALUE SPACES.
       77  WRK-SUGESTAO            PIC X(30)     VALUE SPACES.
       77  WRK-MENOR-DIFERENCAS    PIC 9(02)     VALUE ZEROS.
       77  WRK-STATUS-PROCURA      PIC X(02)     VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE            DIVISION.
      *----------------------------------------------------------------*
              DISPLAY 'NOME: ' WRK-NOME(1:30)
           END-IF.
      *----------------------------------------------------------------*
      *          Nome mais parecido com o rejeitado em todo o
      *          cadastro (menos posicoes diferentes, ate o limite),
      *          pela rotina comum PROGCOBUA
      *----------------------------------------------------------------*
       0250-PROCURAR-SEMELHANTE.

           CALL 'PROGCOBUA' USING WRK-NOME 'T' WRK-SUGESTAO
                WRK-MENOR-DIFERENCAS WRK-STATUS-PROCURA.
      *----------------------------------------------------------------*
      *                   Finalizando o processamento
      *----------------------------------------------------------------*
