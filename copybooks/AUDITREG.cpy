      * OBJETIVO  : Layout do registro do AUDIT-LOG, uma linha por
      * verificacao de acesso feita pelo PROGCOB07 (usuario, nivel,
      * acao pedida, resultado e data/hora), para atender auditoria.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS Incluido AUD-DETALHE, complemento livre do
      *                evento: a triagem de nomes do PROGCOBU9 e a
      *                revisao do PROGCOB117 registram nele a origem,
      *                o codigo e o nome triado; nas demais acoes o
      *                campo fica em branco. O registro fecha em 80
      *                bytes.
      *----------------------------------------------------------------*
       01  AUDIT-REG.
           03  AUD-DATA                   PIC 9(08).
           03  AUD-NIVEL                  PIC 9(02).
           03  AUD-ACAO                   PIC X(10).
           03  AUD-RESULTADO              PIC X(08).
           03  AUD-DETALHE                PIC X(26)     VALUE SPACES.
