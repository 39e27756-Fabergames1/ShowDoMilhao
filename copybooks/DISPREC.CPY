      ******************************************************************
      * Record layout for the dispute case file (DISPUTE-FILE, file
      * CONTESTACOES.DAT), keyed by badge + game date + question
      * position. Opening a case copies the audit trail entry of the
      * challenged question (answer record plus the 50/50 map, if the
      * lifeline was used) so the on-air screen can be replayed at any
      * time; the supervisor's ruling and the prize adjustment it
      * caused are recorded on the same case. Written by
      * ContestaPergunta.cbl.
      ******************************************************************
       01  DISPUTA-REC.
           05  DS-CHAVE.
               10  DS-BADGE        PIC X(10).
               10  DS-DATA-JOGO    PIC X(8).
               10  DS-POSICAO      PIC 99.
           05  DS-STATUS           PIC X.
               88  DS-ABERTA       VALUE 'A'.
               88  DS-PROCEDENTE   VALUE 'P'.
               88  DS-IMPROCEDENTE VALUE 'I'.
           05  DS-NOME             PIC X(40).
           05  DS-ALEGACAO         PIC X(60).
           05  DS-DATA-ABERTURA    PIC X(8).
           05  DS-OPERADOR-ABERTURA PIC X(8).
      * Audit trail entry of the challenged question as found.
           05  DS-ARQ-AUDITORIA    PIC X(30).
           05  DS-DATA-HORA        PIC X(21).
           05  DS-ESTACAO          PIC XX.
           05  DS-OPERADOR-ESTACAO PIC X(8).
           05  DS-PERG-NUMERO      PIC 9(5).
           05  DS-REVISAO          PIC 9(3).
           05  DS-QUESTAO-TEXTO    PIC X(100).
           05  DS-MAPA-EXIBICAO    PIC X(4).
           05  DS-MAPA-CINQUENTA   PIC X(4).
           05  DS-OPCAO-ESCOLHIDA  PIC X.
           05  DS-RESULTADO        PIC X.
           05  DS-TEMPO-GASTO      PIC 9(3).
      * Ruling.
           05  DS-DATA-DECISAO     PIC X(8).
           05  DS-SUPERVISOR       PIC X(8).
           05  DS-MOTIVO-DECISAO   PIC X(60).
           05  DS-VALOR-AJUSTE     PIC 9(11).
