      * Record layout for the payout ledger (LEDGER-FILE), keyed by
      * badge + game date. Shared between ExtratoPagamentos.cbl
      * (opens each payment as emitted), ProcessaRetorno.cbl (applies
      * the finance return file), ConsultaPagamento.cbl (lookup) and
      * ContestaPergunta.cbl (posts prize adjustments from upheld
      * disputes as J, picked up by the next extract),
      * ReemitePagamentos.cbl (resends approved rejections, escalates
      * as X once the attempts run out) and InformeRendimentos.cbl
      * (annual income statement per CPF) so they never drift apart.
      ******************************************************************
       01  LEDGER-REC.
           05  LG-CHAVE.
               88  LG-PAGO         VALUE 'P'.
               88  LG-PENDENTE     VALUE 'A'.
               88  LG-REJEITADO    VALUE 'R'.
               88  LG-AJUSTE       VALUE 'J'.
               88  LG-ESCALADO     VALUE 'X'.
      * Dispute adjustments are posted with the motive 'AJUSTE
      * CONTESTACAO QUESTAO nn', which ExtratoPagamentos relies on to
      * resend them on a same-day rerun.
           05  LG-MOTIVO           PIC X(40).
           05  LG-DATA-EXTRATO     PIC X(8).
           05  LG-DATA-RETORNO     PIC X(8).
      * LG-VALOR is the gross prize; the income tax withheld and the
      * net amount paid are set by ExtratoPagamentos from the rate
      * table in force on the extract date.
           05  LG-VALOR-IR         PIC 9(11).
           05  LG-VALOR-LIQUIDO    PIC 9(11).
      * Number of times the payment was resent after a rejection and
      * the date of the latest resend (ReemitePagamentos).
           05  LG-REEMISSOES       PIC 9(2).
           05  LG-DATA-REEMISSAO   PIC X(8).
