      *----------------------------------------------------------------*
      * COPY      : RECERREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado RECERT.DAT,
      * chave RCT-USUARIO (a mesma do USER-MASTER): o supervisor
      * responsavel pelo usuario, vinculado no PROGCOB18, e a situacao
      * do usuario no ciclo trimestral de recertificacao de acesso -
      * aberto pelo PROGCOB111 (ciclo AAAATn, prazo e ultima atividade
      * no AUDIT-LOG), decidido pelo supervisor no PROGCOB112 (manter
      * ou revogar) e cobrado pelo PROGCOB111 no fechamento, que
      * bloqueia quem ficou pendente depois do prazo ou esta inativo.
      *----------------------------------------------------------------*
       01  RECERTIFICACAO-REG.
           03  RCT-USUARIO                PIC X(20).
           03  RCT-SUPERVISOR             PIC X(20).
           03  RCT-CICLO                  PIC X(06).
           03  RCT-DATA-ABERTURA          PIC 9(08).
           03  RCT-DATA-LIMITE            PIC 9(08).
           03  RCT-ULT-ATIVIDADE          PIC 9(08).
           03  RCT-DECISAO                PIC X(01).
               88  RCT-PENDENTE                        VALUE ' '.
               88  RCT-MANTIDO                         VALUE 'M'.
               88  RCT-REVOGADO                        VALUE 'R'.
               88  RCT-BLOQ-SEM-RECERT                 VALUE 'N'.
               88  RCT-BLOQ-INATIVO                    VALUE 'I'.
               88  RCT-DISPENSADO                      VALUE 'D'.
           03  RCT-DATA-DECISAO           PIC 9(08).
           03  RCT-DECIDIDO-POR           PIC X(20).
