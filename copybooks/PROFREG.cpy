      *----------------------------------------------------------------*
      * COPY      : PROFREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do cadastro de professores PROFMAST.DAT
      * (indexado pelo codigo do professor, com o usuario do
      * USER-MASTER como chave alternada): e pelo usuario da sessao
      * do OPERSESS.DAT que o lancamento de notas do PROGCOB23 e a
      * autorizacao de correcoes do PROGCOB25 chegam ao professor e
      * as suas disciplinas no PROFDISC.DAT.
      *----------------------------------------------------------------*
       01  PROFESSOR-REG.
           03  PRF-CODIGO                 PIC X(05).
           03  PRF-NOME                   PIC X(30).
           03  PRF-USUARIO                PIC X(20).
           03  PRF-SITUACAO               PIC X(01).
               88  PRF-ATIVO                           VALUE 'A' ' '.
               88  PRF-INATIVO                         VALUE 'I'.
