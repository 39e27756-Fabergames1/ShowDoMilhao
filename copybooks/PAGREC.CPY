      ******************************************************************
      * Record layouts for the payables interface file sent to
      * finance (PAYMENTS-FILE): one header, one detail per payment
      * (gross, withheld and net amounts) and a trailer with the
      * record count and summed totals. Shared between
      * ExtratoPagamentos.cbl (daily file PAGAMENTOS.TXT) and
      * ReemitePagamentos.cbl (supplementary reissue file) so the two
      * never drift apart.
      ******************************************************************
       01  PAG-HEADER-REC.
           05  PH-TIPO             PIC X.
           05  PH-DATA-GERACAO     PIC X(8).
           05  PH-SISTEMA          PIC X(20).
       01  PAG-DETALHE-REC.
           05  PD-TIPO             PIC X.
           05  PD-BADGE            PIC X(10).
           05  PD-NOME             PIC X(40).
           05  PD-VALOR            PIC 9(11).
           05  PD-DATA-JOGO        PIC X(8).
           05  PD-VALOR-IR         PIC 9(11).
           05  PD-VALOR-LIQUIDO    PIC 9(11).
       01  PAG-TRAILER-REC.
           05  PT-TIPO             PIC X.
           05  PT-QTD-PAGAMENTOS   PIC 9(7).
           05  PT-VALOR-TOTAL      PIC 9(13).
           05  PT-VALOR-IR-TOTAL   PIC 9(13).
           05  PT-VALOR-LIQUIDO-TOTAL PIC 9(13).
