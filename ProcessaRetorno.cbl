      *          aging report of prizes still unpaid after the number
      *          of days in PARAMFIN.TXT (default 7) and the list of
      *          rejected payments that need to be re-issued.
      *          A return line whose amount differs from the ledger
      *          amount is not applied: it is held on the mismatch
      *          report and copied to RETORNORETIDO-AAAAMMDD.TXT for
      *          finance to correct and send again; the file is
      *          recreated by each run, so a rerun of the same return
      *          file does not hold the same lines twice. A
      *          rejection of a payment already resent the maximum
      *          number of times (PARAMFIN.TXT, default 3) escalates
      *          the entry (X) instead of queueing it for another
      *          reissue by ReemitePagamentos.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARAM-FILE ASSIGN TO "PARAMFIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-STATUS.
           SELECT HOLD-FILE ASSIGN USING WS-RETIDO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05 PF-DIAS-AGING        PIC 9(3).
           05 PF-MAX-REEMISSOES    PIC 9(2).

       FD  HOLD-FILE.
       01  RETIDO-REC              PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-RT-STATUS PIC XX VALUE '00'.
       01 WS-LG-STATUS PIC XX VALUE '00'.
       01 WS-PF-STATUS PIC XX VALUE '00'.
       01 WS-RR-STATUS PIC XX VALUE '00'.
       01 WS-RETIDO-NOME PIC X(30) VALUE SPACES.
       01 WS-RETIDO-ABERTO-FLAG PIC X VALUE 'N'.
           88 WS-RETIDO-ABERTO VALUE 'S'.
       01 WS-MAX-REEMISSOES PIC 9(2) VALUE 3.
       01 WS-REEMISSOES PIC 9(2) VALUE 0.
       01 WS-RETIDOS PIC 9(5) VALUE 0.
       01 WS-ESCALADOS PIC 9(5) VALUE 0.
       01 WS-ESCALADOS-QTD PIC 9(5) VALUE 0.
       01 WS-ESCALADOS-VALOR PIC 9(13) VALUE 0.
       01 WS-RET-IDX PIC 9(3) VALUE 0.
       01 WS-RET-BADGE PIC X(10) OCCURS 500 TIMES.
       01 WS-RET-DATA-JOGO PIC X(8) OCCURS 500 TIMES.
       01 WS-RET-SITUACAO PIC X OCCURS 500 TIMES.
       01 WS-RET-VALOR-LEDGER PIC 9(11) OCCURS 500 TIMES.
       01 WS-RET-VALOR-RETORNO PIC 9(11) OCCURS 500 TIMES.
       01 WS-DIFERENCA PIC S9(11) VALUE 0.
       01 WS-DIFERENCA-ED PIC -ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-RETORNO-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-RT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-RT-EOF VALUE 'Y'.
       01 WS-LG-EOF-FLAG PIC X VALUE 'N'.
       IF WS-RT-STATUS NOT = '35'
           CLOSE RETURN-FILE
       END-IF
       IF WS-RETIDO-ABERTO
           CLOSE HOLD-FILE
       END-IF
       DISPLAY ' '
       DISPLAY 'Retornos lidos.............: ' WS-LIDOS
       DISPLAY 'Pagamentos confirmados.....: ' WS-PAGOS
       DISPLAY 'Pagamentos pendentes.......: ' WS-PENDENTES
       DISPLAY 'Retornos sem extrato.......: ' WS-SEM-EXTRATO
       DISPLAY 'Situacoes invalidas........: ' WS-SIT-INVALIDA
       DISPLAY 'Retidos (valor divergente).: ' WS-RETIDOS
       DISPLAY 'Escalados (limite reemiss.): ' WS-ESCALADOS
       PERFORM IMPRIMIR-DIVERGENCIAS
       PERFORM IMPRIMIR-AGING
       PERFORM IMPRIMIR-REEMISSAO
       PERFORM IMPRIMIR-ESCALADOS
       CLOSE LEDGER-FILE
       STOP RUN.

                   IF PF-DIAS-AGING NUMERIC AND PF-DIAS-AGING > 0
                       MOVE PF-DIAS-AGING TO WS-DIAS-AGING
                   END-IF
                   IF PF-MAX-REEMISSOES NUMERIC
                           AND PF-MAX-REEMISSOES > 0
                       MOVE PF-MAX-REEMISSOES TO WS-MAX-REEMISSOES
                   END-IF
           END-READ
           CLOSE PARAM-FILE
       END-IF.
           MOVE RT-DATA-JOGO TO LG-DATA-JOGO
           READ LEDGER-FILE
               INVALID KEY PERFORM INCLUIR-SEM-EXTRATO
               NOT INVALID KEY
                   IF RT-VALOR NOT = LG-VALOR
                       PERFORM RETER-RETORNO
                   ELSE
                       PERFORM ATUALIZAR-LEDGER
                   END-IF
           END-READ
       END-IF.

      * The amount finance settled must be the amount that was sent;
      * anything else stays off the ledger until finance corrects it.
       RETER-RETORNO.
       ADD 1 TO WS-RETIDOS
       IF WS-RETIDOS <= 500
           MOVE RT-BADGE TO WS-RET-BADGE(WS-RETIDOS)
           MOVE RT-DATA-JOGO TO WS-RET-DATA-JOGO(WS-RETIDOS)
           MOVE RT-SITUACAO TO WS-RET-SITUACAO(WS-RETIDOS)
           MOVE LG-VALOR TO WS-RET-VALOR-LEDGER(WS-RETIDOS)
           MOVE RT-VALOR TO WS-RET-VALOR-RETORNO(WS-RETIDOS)
       END-IF
       IF NOT WS-RETIDO-ABERTO
           MOVE SPACES TO WS-RETIDO-NOME
           STRING 'RETORNORETIDO-' WS-HOJE '.TXT'
               DELIMITED BY SIZE INTO WS-RETIDO-NOME
           OPEN OUTPUT HOLD-FILE
           SET WS-RETIDO-ABERTO TO TRUE
       END-IF
       WRITE RETIDO-REC FROM RETORNO-REC.

       ATUALIZAR-LEDGER.
       MOVE RT-SITUACAO TO LG-STATUS
       MOVE RT-MOTIVO TO LG-MOTIVO
       IF RT-REJEITADO
           PERFORM OBTER-REEMISSOES
           IF WS-REEMISSOES >= WS-MAX-REEMISSOES
               SET LG-ESCALADO TO TRUE
               ADD 1 TO WS-ESCALADOS
           END-IF
       END-IF
       MOVE WS-HOJE TO LG-DATA-RETORNO
       REWRITE LEDGER-REC
           INVALID KEY CONTINUE
       MOVE RT-DATA-JOGO TO LG-DATA-JOGO
       MOVE SPACES TO LG-NOME
       MOVE RT-VALOR TO LG-VALOR
       MOVE 0 TO LG-VALOR-IR
       MOVE RT-VALOR TO LG-VALOR-LIQUIDO
       MOVE 0 TO LG-REEMISSOES
       MOVE SPACES TO LG-DATA-REEMISSAO
       MOVE RT-SITUACAO TO LG-STATUS
       MOVE RT-MOTIVO TO LG-MOTIVO
       MOVE SPACES TO LG-DATA-EXTRATO
       END-IF.

       AVALIAR-AGING.
       EVALUATE TRUE
           WHEN LG-DATA-REEMISSAO NUMERIC
               MOVE LG-DATA-REEMISSAO TO WS-DATA-BASE
           WHEN LG-DATA-EXTRATO NUMERIC
               MOVE LG-DATA-EXTRATO TO WS-DATA-BASE
           WHEN LG-DATA-JOGO NUMERIC
               MOVE LG-DATA-JOGO TO WS-DATA-BASE
           WHEN OTHER
               MOVE WS-HOJE TO WS-DATA-BASE
       END-EVALUATE
       COMPUTE WS-DIAS-ABERTO = WS-HOJE-INT
           - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATA-BASE))
       IF WS-DIAS-ABERTO > WS-DIAS-AGING
                       ADD 1 TO WS-REISSUE-QTD
                       ADD LG-VALOR TO WS-REISSUE-VALOR
                       MOVE LG-VALOR TO WS-VALOR-ED
                       PERFORM OBTER-REEMISSOES
                       DISPLAY LG-BADGE ' ' LG-NOME(1:30)
                           ' R$' WS-VALOR-ED
                       DISPLAY '  Jogo de ' LG-DATA-JOGO
                           ', rejeitado em ' LG-DATA-RETORNO
                           ': ' LG-MOTIVO
                       DISPLAY '  Reemissoes ja feitas: '
                           WS-REEMISSOES ' de ' WS-MAX-REEMISSOES
                   END-IF
           END-READ
       END-PERFORM
       END-IF
       DISPLAY '================================================'.

       IMPRIMIR-DIVERGENCIAS.
       DISPLAY ' '
       DISPLAY '================================================'
       DISPLAY 'RETORNOS RETIDOS - VALOR DIVERGENTE DO LEDGER'
       DISPLAY '================================================'
       PERFORM VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RETIDOS OR WS-RET-IDX > 500
           MOVE WS-RET-VALOR-LEDGER(WS-RET-IDX) TO WS-VALOR-ED
           MOVE WS-RET-VALOR-RETORNO(WS-RET-IDX) TO WS-RETORNO-ED
           COMPUTE WS-DIFERENCA = WS-RET-VALOR-RETORNO(WS-RET-IDX)
               - WS-RET-VALOR-LEDGER(WS-RET-IDX)
           MOVE WS-DIFERENCA TO WS-DIFERENCA-ED
           DISPLAY WS-RET-BADGE(WS-RET-IDX) ' jogo de '
               WS-RET-DATA-JOGO(WS-RET-IDX) ' situacao '
               WS-RET-SITUACAO(WS-RET-IDX)
           DISPLAY '  Ledger R$' WS-VALOR-ED
               '  Retorno R$' WS-RETORNO-ED
               '  Diferenca R$' WS-DIFERENCA-ED
       END-PERFORM
       DISPLAY ' '
       DISPLAY 'Retornos retidos...........: ' WS-RETIDOS
       IF WS-RETIDOS = 0
           DISPLAY 'Nenhuma divergencia de valor.'
       ELSE
           DISPLAY 'Linhas retidas copiadas para ' WS-RETIDO-NOME
       END-IF.

       IMPRIMIR-ESCALADOS.
       DISPLAY ' '
       DISPLAY '================================================'
       DISPLAY 'PAGAMENTOS ESCALADOS - LIMITE DE REEMISSOES'
       DISPLAY '================================================'
       MOVE 0 TO WS-ESCALADOS-QTD
       MOVE 0 TO WS-ESCALADOS-VALOR
       PERFORM POSICIONAR-LEDGER
       PERFORM UNTIL WS-LG-EOF
           READ LEDGER-FILE NEXT RECORD
               AT END SET WS-LG-EOF TO TRUE
               NOT AT END
                   IF LG-ESCALADO
                       ADD 1 TO WS-ESCALADOS-QTD
                       ADD LG-VALOR TO WS-ESCALADOS-VALOR
                       MOVE LG-VALOR TO WS-VALOR-ED
                       PERFORM OBTER-REEMISSOES
                       DISPLAY LG-BADGE ' ' LG-NOME(1:30)
                           ' R$' WS-VALOR-ED
                       DISPLAY '  Jogo de ' LG-DATA-JOGO
                           ', ' WS-REEMISSOES ' reemissoes, ultima em '
                           LG-DATA-REEMISSAO ': ' LG-MOTIVO
                   END-IF
           END-READ
       END-PERFORM
       DISPLAY ' '
       MOVE WS-ESCALADOS-VALOR TO WS-TOTAL-ED
       DISPLAY 'Pagamentos escalados.......: ' WS-ESCALADOS-QTD
       DISPLAY 'Valor escalado.............: R$' WS-TOTAL-ED
       IF WS-ESCALADOS-QTD = 0
           DISPLAY 'Nenhum pagamento escalado.'
       END-IF
       DISPLAY '================================================'.

      * Entries written before the reissue cycle existed carry no
      * count; they are treated as never resent.
       OBTER-REEMISSOES.
       IF LG-REEMISSOES NUMERIC
           MOVE LG-REEMISSOES TO WS-REEMISSOES
       ELSE
           MOVE 0 TO WS-REEMISSOES
       END-IF.

       POSICIONAR-LEDGER.
       MOVE 'N' TO WS-LG-EOF-FLAG
       MOVE LOW-VALUES TO LG-CHAVE
