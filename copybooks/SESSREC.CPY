      ******************************************************************
      * Record layout for the taping-session master (SESSION-FILE,
      * file SESSOES.DAT), keyed by episode number. One record per
      * taping session: taping date, planned air date, host and the
      * stations in use. Shared between ManutSessoes.cbl
      * (maintenance), ShowDoMilhao.cbl (session asked at sign-on and
      * stamped on results, audit and checkpoint records) and
      * RoteiroEpisodio.cbl (post-production rundown) so they never
      * drift apart.
      ******************************************************************
       01  SESSAO-REC.
           05  SS-EPISODIO         PIC 9(5).
           05  SS-DATA-GRAVACAO    PIC X(8).
           05  SS-DATA-EXIBICAO    PIC X(8).
           05  SS-APRESENTADOR     PIC X(30).
           05  SS-ESTACOES.
               10  SS-ESTACAO      PIC XX OCCURS 10 TIMES.
           05  SS-STATUS           PIC X.
               88  SS-ABERTA       VALUE 'A'.
               88  SS-ENCERRADA    VALUE 'E'.
