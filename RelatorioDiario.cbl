      *          log, written to the dated print file
      *          RELDIARIO-AAAAMMDD.TXT with page headers, page
      *          breaks and end-of-report control totals so the
      *          morning pack can be printed and filed. Also counts
      *          the rounds that could not follow the difficulty plan
      *          (AL-DIFIC-SORTEADA differing from AL-DIFIC-PLANO), so
      *          an unbalanced bank shows up the day it happens.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-TRN-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-TRN-FOUND VALUE 'Y'.
       01 WS-REG-LIDOS PIC 9(7) VALUE 0.
       01 WS-PULOS PIC 9(5) VALUE 0.
       01 WS-FPL-COUNT PIC 9(5) VALUE 0.
       01 WS-FPL-TABLE.
           05 WS-FPL-ENTRY PIC X(12) OCCURS 500 TIMES.
       01 WS-FPL-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-FPL-FOUND VALUE 'Y'.
       01 WS-FPL-QUESTOES PIC 9(5) VALUE 0.
       01 WS-FPL-FACIL PIC 9(5) VALUE 0.
       01 WS-FPL-MEDIA PIC 9(5) VALUE 0.
       01 WS-FPL-DIFICIL PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       ELSE
           PERFORM LOCALIZAR-ESTACAO
           PERFORM REGISTRAR-SESSAO
           IF AL-DIFIC-PLANO NOT = SPACE
                   AND AL-DIFIC-SORTEADA NOT = AL-DIFIC-PLANO
               PERFORM REGISTRAR-FORA-PLANO
           END-IF
           IF AL-PULOU
               ADD 1 TO WS-PULOS
           ELSE
               IF AL-QUESTAO-NUM >= 1 AND AL-QUESTAO-NUM <= 5
                   ADD 1 TO WS-Q-TENTATIVAS(AL-QUESTAO-NUM)
                   IF AL-ACERTOU
                       ADD 1 TO WS-Q-ACERTOS(AL-QUESTAO-NUM)
                       ADD 1 TO WS-TOTAL-CORRETAS
                       IF WS-EST-POS > 0
                           ADD 1 TO WS-EST-CORRETAS(WS-EST-POS)
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF
       END-IF.

      * A round (badge at a station) counts once however many of its
      * positions fell back; the questions themselves are counted by
      * the level the plan asked for. A skipped question is replaced
      * at the same position, so only the replacement is counted.
       REGISTRAR-FORA-PLANO.
       MOVE AL-BADGE TO WS-CS-BADGE
       MOVE AL-ESTACAO TO WS-CS-ESTACAO
       MOVE 'N' TO WS-FPL-FOUND-FLAG
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FPL-COUNT
           IF WS-FPL-ENTRY(WS-IDX) = WS-CHAVE-SESSAO
               SET WS-FPL-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF NOT WS-FPL-FOUND AND WS-FPL-COUNT < 500
           ADD 1 TO WS-FPL-COUNT
           MOVE WS-CHAVE-SESSAO TO WS-FPL-ENTRY(WS-FPL-COUNT)
       END-IF
       IF NOT AL-PULOU
           ADD 1 TO WS-FPL-QUESTOES
           EVALUATE AL-DIFIC-PLANO
               WHEN 'F' ADD 1 TO WS-FPL-FACIL
               WHEN 'M' ADD 1 TO WS-FPL-MEDIA
               WHEN OTHER ADD 1 TO WS-FPL-DIFICIL
           END-EVALUATE
       END-IF.

       REGISTRAR-TREINO.
       ADD 1 TO WS-TREINO-REGISTROS
       MOVE AL-BADGE TO WS-CS-BADGE
       STRING 'Ajudas 50/50 utilizadas............: '
           WS-CINQUENTAS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Pulos utilizados...................: '
           WS-PULOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Rodadas fora do plano de dificuldade: '
           WS-FPL-COUNT DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-FPL-COUNT > 0
           MOVE SPACES TO WS-LINHA-IMP
           STRING '  Questoes sorteadas fora do plano.: '
               WS-FPL-QUESTOES DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-LINHA-IMP
           STRING '  Nivel planejado em falta - F: ' WS-FPL-FACIL
               '  M: ' WS-FPL-MEDIA '  D: ' WS-FPL-DIFICIL
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       PERFORM IMPRIMIR-LINHA
       MOVE 'Desempenho por questao:' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
