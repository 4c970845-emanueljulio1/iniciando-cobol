      *----------------------------------------------------------------*
      * COPY      : TRIAGREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro da fila de revisao de
      * compliance (TRIAGEM.DAT), uma linha por nome de empregado
      * ('E', chave = matricula) ou cliente ('C', chave = codigo)
      * que a triagem do PROGCOBU9 achou semelhante (ate 3 posicoes
      * diferentes) a uma entrada bloqueada do NAME-MASTER. Entra
      * pendente ('P'); a revisao do PROGCOB117 libera ('L') ou
      * confirma o bloqueio ('B'), com o revisor e a data. A
      * proxima triagem do mesmo codigo e nome segue a decisao.
      *----------------------------------------------------------------*
       01  TRIAGEM-REG.
           03  TRG-SITUACAO               PIC X(01).
               88  TRG-PENDENTE                        VALUE 'P'.
               88  TRG-LIBERADO                        VALUE 'L'.
               88  TRG-BLOQUEIO-CONFIRMADO             VALUE 'B'.
           03  TRG-ORIGEM                 PIC X(01).
               88  TRG-EMPREGADO                       VALUE 'E'.
               88  TRG-CLIENTE                         VALUE 'C'.
           03  TRG-CHAVE                  PIC 9(06).
           03  TRG-NOME                   PIC X(30).
           03  TRG-NOME-BLOQUEADO         PIC X(30).
           03  TRG-DIFERENCAS             PIC 9(02).
           03  TRG-SOLICITANTE            PIC X(20).
           03  TRG-DATA-INCLUSAO          PIC 9(08).
           03  TRG-REVISOR                PIC X(20).
           03  TRG-DATA-DECISAO           PIC 9(08).
