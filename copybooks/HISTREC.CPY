      * maintenance programs: who did it, when, which key, and the
      * record image before and after. Shared between
      * ManutPerguntas.cbl, ManutContestantes.cbl and
      * ManutOperadores.cbl (writers) so the three never drift apart;
      * VerificaOperadores.cbl reads it to screen operator activity.
      * RestauraMestre.cbl logs each master-file restore as type 'G'
      * with the generation used in the after image.
      ******************************************************************
       01  HIST-REC.
           05  HS-DATA-HORA        PIC X(21).
               88  HS-ALTERACAO    VALUE 'A'.
               88  HS-RETIRADA     VALUE 'R'.
               88  HS-MUDA-STATUS  VALUE 'S'.
               88  HS-RESTAURACAO  VALUE 'G'.
           05  HS-CHAVE            PIC X(10).
           05  HS-ANTES            PIC X(120).
           05  HS-DEPOIS           PIC X(120).
