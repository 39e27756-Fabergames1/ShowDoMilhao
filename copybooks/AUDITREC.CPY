      * its statistics fresh.
           05  AL-PERG-NUMERO      PIC 9(5).
           05  AL-REVISAO          PIC 9(3).
      * Taping session (SESSOES.DAT) the station was signed on to.
           05  AL-EPISODIO         PIC 9(5).
      * Difficulty the ladder plan asked for at this position and the
      * difficulty of the question actually drawn; they differ when
      * the planned level had run out and selection fell back.
           05  AL-DIFIC-PLANO      PIC X.
           05  AL-DIFIC-SORTEADA   PIC X.
