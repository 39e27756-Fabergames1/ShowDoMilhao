      *          opened in the payout ledger PAGLEDGER.DAT with status
      *          E (emitido); ProcessaRetorno.cbl later moves it to
      *          paid/rejected/pending from the finance return file.
      *          Prize adjustments posted to the ledger by upheld
      *          disputes (status J, ContestaPergunta.cbl) go out in
      *          the same file and move to E.
      *          Income tax withheld on each prize is computed from the
      *          rate table ALIQUOTAS.TXT (effective date, prize floor
      *          of the band, rate %): the band used is the one with
      *          the latest effective date not after the extract date
      *          and the highest floor not above the prize. Gross,
      *          withheld and net amounts go to the payment record,
      *          the trailer totals and the ledger entry. A missing or
      *          empty rate table stops the run before PAGAMENTOS.TXT
      *          or the ledger is touched, leaving the run open in
      *          CONTROLEBATCH.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PAYMENTS-FILE ASSIGN TO "PAGAMENTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PG-STATUS.
           SELECT RATE-FILE ASSIGN TO "ALIQUOTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "PAGLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY RESULTREC.

       FD  PAYMENTS-FILE.
           COPY PAGREC.

       FD  RATE-FILE.
       01  ALIQUOTA-REC.
           05  AQ-VIGENCIA         PIC X(8).
           05  AQ-VALOR-MINIMO     PIC 9(11).
           05  AQ-ALIQUOTA         PIC 99V99.

       FD  LEDGER-FILE.
           COPY PAGLEDREC.
       01 WS-LG-EXISTE-FLAG PIC X VALUE 'N'.
           88 WS-LG-EXISTE VALUE 'S'.
       01 WS-LEDGER-ABERTOS PIC 9(5) VALUE 0.
       01 WS-AJUSTES-EMITIDOS PIC 9(5) VALUE 0.
       01 WS-MOTIVO-AJUSTE PIC X(19) VALUE 'AJUSTE CONTESTACAO '.
       01 WS-LG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-LG-EOF VALUE 'Y'.
       01 WS-RS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-RS-EOF VALUE 'Y'.
       01 WS-HOJE PIC X(8).
       01 WS-SEM-PREMIO PIC 9(5) VALUE 0.
       01 WS-TREINO-IGNORADOS PIC 9(5) VALUE 0.
       01 WS-VALOR-TOTAL PIC 9(13) VALUE 0.
       01 WS-AQ-STATUS PIC XX VALUE '00'.
       01 WS-AQ-EOF-FLAG PIC X VALUE 'N'.
           88 WS-AQ-EOF VALUE 'Y'.
       01 WS-AQ-COUNT PIC 9(3) VALUE 0.
       01 WS-AQ-IDX PIC 9(3) VALUE 0.
       01 WS-AQ-VIGENCIA PIC X(8) OCCURS 100 TIMES.
       01 WS-AQ-MINIMO PIC 9(11) OCCURS 100 TIMES.
       01 WS-AQ-ALIQUOTA PIC 99V99 OCCURS 100 TIMES.
       01 WS-MELHOR-VIGENCIA PIC X(8).
       01 WS-MELHOR-MINIMO PIC 9(11) VALUE 0.
       01 WS-ALIQUOTA PIC 99V99 VALUE 0.
       01 WS-VALOR-IR PIC 9(11) VALUE 0.
       01 WS-VALOR-LIQUIDO PIC 9(11) VALUE 0.
       01 WS-IR-TOTAL PIC 9(13) VALUE 0.
       01 WS-LIQUIDO-TOTAL PIC 9(13) VALUE 0.
       01 WS-IR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-VALOR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.

           DISPLAY 'Arquivo de resultados nao encontrado: '
               'RESULTADOS.TXT'
       ELSE
           PERFORM CARREGAR-ALIQUOTAS
           IF WS-AQ-COUNT = 0
               DISPLAY 'Tabela de aliquotas ALIQUOTAS.TXT ausente ou '
                   'vazia - execucao interrompida'
               CLOSE RESULTS-FILE
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT PAYMENTS-FILE
           OPEN I-O LEDGER-FILE
           IF WS-LG-STATUS = '35'
                   NOT AT END PERFORM PROCESSAR-RESULTADO
               END-READ
           END-PERFORM
           PERFORM EMITIR-AJUSTES
           PERFORM GRAVAR-TRAILER
           CLOSE PAYMENTS-FILE
           CLOSE LEDGER-FILE
           DISPLAY 'Resultados de treino.......: '
               WS-TREINO-IGNORADOS
           DISPLAY 'Pagamentos abertos no ledger: ' WS-LEDGER-ABERTOS
           DISPLAY 'Ajustes de contestacao.....: ' WS-AJUSTES-EMITIDOS
           DISPLAY 'Valor total dos pagamentos.: R$' WS-TOTAL-ED
           MOVE WS-IR-TOTAL TO WS-TOTAL-ED
           DISPLAY 'Imposto retido na fonte....: R$' WS-TOTAL-ED
           MOVE WS-LIQUIDO-TOTAL TO WS-TOTAL-ED
           DISPLAY 'Valor liquido a pagar......: R$' WS-TOTAL-ED
           DISPLAY ' '
           DISPLAY 'Assinatura do apresentador: ___________________'
           DISPLAY '================================================'
               MOVE RS-BADGE TO PD-BADGE
               MOVE RS-NOME TO PD-NOME
               MOVE WS-PREMIO-NUM TO PD-VALOR
               PERFORM CALCULAR-RETENCAO
               MOVE WS-VALOR-IR TO PD-VALOR-IR
               MOVE WS-VALOR-LIQUIDO TO PD-VALOR-LIQUIDO
               IF RS-DATA-JOGO NUMERIC
                   MOVE RS-DATA-JOGO TO PD-DATA-JOGO
               ELSE
               PERFORM ABRIR-NO-LEDGER
               ADD 1 TO WS-PAGAMENTOS
               ADD WS-PREMIO-NUM TO WS-VALOR-TOTAL
               ADD WS-VALOR-IR TO WS-IR-TOTAL
               ADD WS-VALOR-LIQUIDO TO WS-LIQUIDO-TOTAL
               MOVE WS-PREMIO-NUM TO WS-VALOR-ED
               MOVE WS-VALOR-IR TO WS-IR-ED
               DISPLAY RS-BADGE ' ' RS-NOME ' R$' WS-VALOR-ED
                   ' IR R$' WS-IR-ED
           END-IF
       END-IF.

           ELSE
               MOVE PD-NOME TO LG-NOME
               MOVE PD-VALOR TO LG-VALOR
               MOVE PD-VALOR-IR TO LG-VALOR-IR
               MOVE PD-VALOR-LIQUIDO TO LG-VALOR-LIQUIDO
               MOVE WS-HOJE TO LG-DATA-EXTRATO
               REWRITE LEDGER-REC
                   INVALID KEY CONTINUE
           MOVE PD-DATA-JOGO TO LG-DATA-JOGO
           MOVE PD-NOME TO LG-NOME
           MOVE PD-VALOR TO LG-VALOR
           MOVE PD-VALOR-IR TO LG-VALOR-IR
           MOVE PD-VALOR-LIQUIDO TO LG-VALOR-LIQUIDO
           MOVE 0 TO LG-REEMISSOES
           MOVE SPACES TO LG-DATA-REEMISSAO
           SET LG-EMITIDO TO TRUE
           MOVE SPACES TO LG-MOTIVO
           MOVE WS-HOJE TO LG-DATA-EXTRATO
           ADD 1 TO WS-LEDGER-ABERTOS
       END-IF.

      * Sends the dispute adjustments waiting in the ledger (J) with
      * today's payments; each one is then tracked as emitted. On a
      * same-day rerun the adjustments the first run already moved to
      * E are sent again, since PAGAMENTOS.TXT is rebuilt from scratch;
      * they are known by the motive ContestaPergunta posts them with.
       EMITIR-AJUSTES.
       MOVE 'N' TO WS-LG-EOF-FLAG
       MOVE LOW-VALUES TO LG-CHAVE
       START LEDGER-FILE KEY IS NOT LESS THAN LG-CHAVE
           INVALID KEY SET WS-LG-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-LG-EOF
           READ LEDGER-FILE NEXT RECORD
               AT END SET WS-LG-EOF TO TRUE
               NOT AT END
                   IF LG-AJUSTE
                           OR (LG-EMITIDO
                           AND LG-DATA-EXTRATO = WS-HOJE
                           AND LG-MOTIVO(1:19) = WS-MOTIVO-AJUSTE
                           AND (LG-REEMISSOES NOT NUMERIC
                               OR LG-REEMISSOES = 0))
                       PERFORM EMITIR-AJUSTE
                   END-IF
           END-READ
       END-PERFORM.

       EMITIR-AJUSTE.
       MOVE 'D' TO PD-TIPO
       MOVE LG-BADGE TO PD-BADGE
       MOVE LG-NOME TO PD-NOME
       MOVE LG-VALOR TO PD-VALOR
       MOVE LG-DATA-JOGO TO PD-DATA-JOGO
       MOVE LG-VALOR TO WS-PREMIO-NUM
       PERFORM CALCULAR-RETENCAO
       MOVE WS-VALOR-IR TO PD-VALOR-IR
       MOVE WS-VALOR-LIQUIDO TO PD-VALOR-LIQUIDO
       WRITE PAG-DETALHE-REC
       MOVE WS-VALOR-IR TO LG-VALOR-IR
       MOVE WS-VALOR-LIQUIDO TO LG-VALOR-LIQUIDO
       SET LG-EMITIDO TO TRUE
       MOVE WS-HOJE TO LG-DATA-EXTRATO
       REWRITE LEDGER-REC
           INVALID KEY CONTINUE
       END-REWRITE
       ADD 1 TO WS-PAGAMENTOS
       ADD 1 TO WS-AJUSTES-EMITIDOS
       ADD LG-VALOR TO WS-VALOR-TOTAL
       ADD WS-VALOR-IR TO WS-IR-TOTAL
       ADD WS-VALOR-LIQUIDO TO WS-LIQUIDO-TOTAL
       MOVE LG-VALOR TO WS-VALOR-ED
       MOVE WS-VALOR-IR TO WS-IR-ED
       DISPLAY LG-BADGE ' ' LG-NOME ' R$' WS-VALOR-ED
           ' IR R$' WS-IR-ED ' (ajuste)'.

       GRAVAR-TRAILER.
       MOVE 'T' TO PT-TIPO
       MOVE WS-PAGAMENTOS TO PT-QTD-PAGAMENTOS
       MOVE WS-VALOR-TOTAL TO PT-VALOR-TOTAL
       MOVE WS-IR-TOTAL TO PT-VALOR-IR-TOTAL
       MOVE WS-LIQUIDO-TOTAL TO PT-VALOR-LIQUIDO-TOTAL
       WRITE PAG-TRAILER-REC.

       CARREGAR-ALIQUOTAS.
       MOVE 0 TO WS-AQ-COUNT
       OPEN INPUT RATE-FILE
       IF WS-AQ-STATUS = '00'
           PERFORM UNTIL WS-AQ-EOF OR WS-AQ-COUNT = 100
               READ RATE-FILE
                   AT END SET WS-AQ-EOF TO TRUE
                   NOT AT END
                       IF AQ-VIGENCIA NUMERIC
                               AND AQ-VALOR-MINIMO NUMERIC
                               AND AQ-ALIQUOTA NUMERIC
                           ADD 1 TO WS-AQ-COUNT
                           MOVE AQ-VIGENCIA
                               TO WS-AQ-VIGENCIA(WS-AQ-COUNT)
                           MOVE AQ-VALOR-MINIMO
                               TO WS-AQ-MINIMO(WS-AQ-COUNT)
                           MOVE AQ-ALIQUOTA
                               TO WS-AQ-ALIQUOTA(WS-AQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
       END-IF.

      * Withholding on WS-PREMIO-NUM: the table in force is the one
      * with the latest effective date not after the extract date;
      * within it, the band with the highest floor the prize reaches.
      * A prize below every floor is exempt. Amounts are kept in whole
      * reais.
       CALCULAR-RETENCAO.
       MOVE SPACES TO WS-MELHOR-VIGENCIA
       MOVE 0 TO WS-MELHOR-MINIMO
       MOVE 0 TO WS-ALIQUOTA
       PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
               UNTIL WS-AQ-IDX > WS-AQ-COUNT
           IF WS-AQ-VIGENCIA(WS-AQ-IDX) <= WS-HOJE
                   AND WS-AQ-VIGENCIA(WS-AQ-IDX) > WS-MELHOR-VIGENCIA
               MOVE WS-AQ-VIGENCIA(WS-AQ-IDX) TO WS-MELHOR-VIGENCIA
           END-IF
       END-PERFORM
       PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
               UNTIL WS-AQ-IDX > WS-AQ-COUNT
           IF WS-AQ-VIGENCIA(WS-AQ-IDX) = WS-MELHOR-VIGENCIA
                   AND WS-AQ-MINIMO(WS-AQ-IDX) <= WS-PREMIO-NUM
                   AND WS-AQ-MINIMO(WS-AQ-IDX) >= WS-MELHOR-MINIMO
               MOVE WS-AQ-MINIMO(WS-AQ-IDX) TO WS-MELHOR-MINIMO
               MOVE WS-AQ-ALIQUOTA(WS-AQ-IDX) TO WS-ALIQUOTA
           END-IF
       END-PERFORM
       COMPUTE WS-VALOR-IR ROUNDED =
           WS-PREMIO-NUM * WS-ALIQUOTA / 100
       COMPUTE WS-VALOR-LIQUIDO = WS-PREMIO-NUM - WS-VALOR-IR.

       CONVERTER-PREMIO.
       MOVE 0 TO WS-PREMIO-NUM
       PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 15
