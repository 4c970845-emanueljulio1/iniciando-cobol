      * gravada, conferivel na leitura. As consultas (PROGCOB22 para
      * faturas, PROGCOB28 para historico de vendas) alcancam o
      * conjunto quando pedem uma data alem da retencao.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES:
      * 15.10.2026 EAS ARQ-CONTEUDO alargado para X(126), o tamanho
      *                atual do FATUREG com o FAT-PEDIDO.
      *----------------------------------------------------------------*
       01  ARQUIVO-MORTO-REG.
           03  ARQ-TIPO                   PIC X(01).
               88  ARQ-TRAILER                          VALUE 'T'.
           03  ARQ-ARQUIVO                PIC X(14).
           03  ARQ-DATA-ARQUIVAMENTO      PIC 9(08).
           03  ARQ-CONTEUDO               PIC X(126).
           03  ARQ-CONTEUDO-T REDEFINES ARQ-CONTEUDO.
               05  ARQ-QT-REGISTROS       PIC 9(06).
               05  FILLER                 PIC X(120).
