      ******************************************************************
      * Record layout for the list of closed seasons (SEASON-LIST,
      * file TEMPORADAS.TXT). FechaTemporada.cbl appends one record
      * per season it freezes into CLASSARC-<temporada>.TXT, so the
      * readers know which season archives exist. Shared between
      * FechaTemporada.cbl (writer), AcessoTitular.cbl,
      * AnonimizaInativos.cbl and ConsultaDossie.cbl (readers) so
      * they never drift apart.
      ******************************************************************
       01  TEMPORADA-REC.
           05  TP-TEMPORADA        PIC X(10).
           05  TP-DATA-FECHAMENTO  PIC X(8).
