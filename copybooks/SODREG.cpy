      *----------------------------------------------------------------*
      * COPY      : SODREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout da linha do arquivo de regras de segregacao
      * de funcoes (SODREGRA.DAT): um par de acoes do PERMISSION-FILE
      * que nao podem estar liberadas para o mesmo nivel - quem mantem
      * nao aprova, quem prepara nao paga. Lido pelo PROGCOB110 no
      * relatorio de conflitos de acesso.
      *----------------------------------------------------------------*
       01  SOD-REGRA-REG.
           03  SOD-ACAO-A                 PIC X(10).
           03  SOD-ACAO-B                 PIC X(10).
           03  SOD-DESCRICAO              PIC X(40).
