           05  RS-TIPO-SESSAO      PIC X.
               88  RS-OFICIAL      VALUE 'O'.
               88  RS-TREINO       VALUE 'T'.
      * Taping session (SESSOES.DAT) the game was recorded in.
           05  RS-EPISODIO         PIC 9(5).
