           05  CK-TIPO-SESSAO      PIC X.
               88  CK-OFICIAL      VALUE 'O'.
               88  CK-TREINO       VALUE 'T'.
           05  CK-EPISODIO         PIC 9(5).
      * Difficulty plan the round started with, so a restart keeps it.
           05  CK-PLANO-DIFICULDADE PIC X(5).
