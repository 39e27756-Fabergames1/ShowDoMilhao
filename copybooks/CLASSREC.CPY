      ******************************************************************
      * Record layout for the cumulative season standings file
      * (STANDINGS-FILE), keyed by badge. Shared between
      * AtualizaClassificacao.cbl (writer), ContestaPergunta.cbl
      * (corrections from upheld disputes) and
      * RelatorioClassificacao.cbl (reader) so they never drift
      * apart.
      ******************************************************************
       01  CLASS-REC.
