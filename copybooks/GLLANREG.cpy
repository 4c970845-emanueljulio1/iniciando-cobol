      *----------------------------------------------------------------*
      * COPY      : GLLANREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout do registro do arquivo GLLANCTO.DAT,
      * lancamentos dos subsistemas para o diario do GL: cada rodada
      * que gera valor contabil fora dos extratos de fechamento
      * (contas a pagar de fornecedores, etc.) acrescenta ao arquivo
      * a origem, o centro de custo (brancos = mapeamento padrao) e
      * o valor. O PROGCOB14 soma as linhas por origem e centro de
      * custo, lanca cada total como um par debito/credito pelo
      * CTAMAPA.DAT e esvazia o arquivo ao final do fechamento.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS LAN-PROGRAMA ampliado para 10 posicoes, para
      *                caber o nome dos programas PROGCOB1nn.
      *----------------------------------------------------------------*
       01  GL-LANCAMENTO-REG.
           03  LAN-DATA                   PIC 9(08).
           03  LAN-ORIGEM                 PIC X(06).
           03  LAN-CENTRO-CUSTO           PIC X(08).
           03  LAN-VALOR                  PIC 9(11)V99.
           03  LAN-PROGRAMA               PIC X(10).
