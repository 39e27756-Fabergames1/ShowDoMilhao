      * edited, the superseded revision is appended here exactly as
      * it read before the change, with the timestamp and operator of
      * the edit that retired it, so a dispute can cite the exact
      * wording that was on the air. Written by ManutPerguntas.cbl;
      * also read by VerificaOperadores.cbl to date each edit.
      ******************************************************************
       01  PERGHIST-REC.
           05  HP-NUMERO           PIC 9(5).
