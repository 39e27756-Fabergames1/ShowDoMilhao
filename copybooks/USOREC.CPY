      ******************************************************************
      * Record layout for the question usage history file
      * (USAGE-FILE), keyed by question number. Shared between
      * ShowDoMilhao.cbl (writer), RelatorioUso.cbl and
      * VerificaBanco.cbl (readers) so they never drift apart.
      ******************************************************************
       01  USO-REC.
           05  UP-NUMERO           PIC 9(5).
