      *----------------------------------------------------------------*
      * COPY      : QTSUGREG
      * AUTHOR    : EMANUEL
      * DATA      : 15.10.2026
      *----------------------------------------------------------------*
      * OBJETIVO  : Layout da linha do arquivo texto de quotas
      * sugeridas (QUOTASUG.DAT), gravado pelo PROGCOB102 com uma
      * linha por filial + vendedor do mes previsto: o mes projetado
      * e a quota sugerida. A gerencia revisa o arquivo antes da
      * carga pelo PROGCOB54: QSG-ACEITE 'S' aceita, 'N' recusa (em
      * branco fica pendente) e QSG-VALOR-EDITADO, quando informado,
      * substitui a quota sugerida. Os separadores em branco mantem
      * as colunas legiveis para a edicao.
      *----------------------------------------------------------------*
       01  QUOTA-SUGERIDA-REG.
           03  QSG-FILIAL                 PIC X(03).
           03  FILLER                     PIC X(01).
           03  QSG-VENDEDOR               PIC X(05).
           03  FILLER                     PIC X(01).
           03  QSG-ANO                    PIC 9(04).
           03  QSG-MES                    PIC 9(02).
           03  FILLER                     PIC X(01).
           03  QSG-PROJETADO              PIC 9(09)V99.
           03  FILLER                     PIC X(01).
           03  QSG-SUGERIDA               PIC 9(09)V99.
           03  FILLER                     PIC X(01).
           03  QSG-ACEITE                 PIC X(01).
               88  QSG-ACEITA                          VALUE 'S'.
               88  QSG-RECUSADA                        VALUE 'N'.
               88  QSG-PENDENTE                        VALUE ' '.
           03  FILLER                     PIC X(01).
           03  QSG-VALOR-EDITADO          PIC 9(09)V99.
