      *----------------------------------------------------------------*
      * COPY      : FERPEREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo indexado de periodos
      * de ferias FERPER.DAT, um registro por matricula e periodo
      * aquisitivo (chave matricula + inicio do aquisitivo), gerado
      * pelo PROGCOB97 a partir da EMP-DATA-ADMISSAO: fim do
      * aquisitivo, limite do concessivo (12 meses depois), faltas
      * do APONTAM.DAT acumuladas no aquisitivo (uma vez por
      * competencia), dias de direito pela tabela de faltas e dias ja
      * programados pelo PROGCOB98. Situacao A = em aquisicao, C =
      * adquirido (em concessao), Q = quitado (todos os dias
      * programados), V = vencido sem gozo (ferias em dobro).
      *----------------------------------------------------------------*
       01  FERIAS-PERIODO-REG.
           03  FPE-CHAVE.
               05  FPE-MATRICULA          PIC 9(06).
               05  FPE-INICIO-AQUISITIVO  PIC 9(08).
           03  FPE-FIM-AQUISITIVO         PIC 9(08).
           03  FPE-LIMITE-CONCESSIVO      PIC 9(08).
           03  FPE-FALTAS                 PIC 9(03).
           03  FPE-ULT-COMPETENCIA-FALTA  PIC 9(06).
           03  FPE-DIAS-DIREITO           PIC 9(02).
           03  FPE-DIAS-PROGRAMADOS       PIC 9(02).
           03  FPE-SITUACAO               PIC X(01).
               88  FPE-EM-AQUISICAO                    VALUE 'A'.
               88  FPE-ADQUIRIDO                       VALUE 'C'.
               88  FPE-QUITADO                         VALUE 'Q'.
               88  FPE-VENCIDO                         VALUE 'V'.
           03  FPE-DATA-ATUALIZACAO       PIC 9(08).
