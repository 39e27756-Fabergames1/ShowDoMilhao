               RECORD KEY IS OP-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OP-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-EPISODIO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC.
           05 PJ-DIAS-EXCLUSAO     PIC 9(3).
      * Difficulty plan per ladder position, e.g. FFMMD (cols 4-8).
           05 PJ-PLANO-DIFICULDADE PIC X(5).

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  SESSION-FILE.
           COPY SESSREC.

       WORKING-STORAGE SECTION.
       01 QUESTION-TEXT PIC X(100) OCCURS 500 TIMES.
       01 OPTION-A PIC X(50) OCCURS 500 TIMES.
       01 WS-MODO-TREINO-FLAG PIC X VALUE 'N'.
           88 WS-MODO-TREINO VALUE 'S'.
       01 WS-TIPO-SESSAO PIC X VALUE 'O'.
       01 WS-SS-STATUS PIC XX VALUE '00'.
       01 WS-EPISODIO PIC 9(5) VALUE 0.
       01 WS-EPISODIO-INF PIC X(5).
       01 WS-SESSAO-OK-FLAG PIC X VALUE 'N'.
           88 WS-SESSAO-OK VALUE 'S'.
       01 WS-EST-IDX PIC 99 VALUE 0.
       01 WS-EST-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-EST-FOUND VALUE 'Y'.
       01 WS-PLANO-PARAM PIC X(5) VALUE 'FFMMD'.
       01 WS-PLANO-LIDO PIC X(5) VALUE SPACES.
       01 WS-PLANO-LIDO-R REDEFINES WS-PLANO-LIDO.
           05 WS-PLANO-LIDO-POS PIC X OCCURS 5 TIMES.
               88 WS-NIVEL-VALIDO VALUE 'F' 'M' 'D'.
       01 WS-PLANO-OK-FLAG PIC X VALUE 'N'.
           88 WS-PLANO-OK VALUE 'S'.
       01 WS-PLANO-RODADA PIC X(5) VALUE SPACES.
       01 WS-PLANO-RODADA-R REDEFINES WS-PLANO-RODADA.
           05 WS-PLANO-POS PIC X OCCURS 5 TIMES.
       01 WS-POSICAO PIC 9 VALUE 0.
       01 WS-DIF-ALVO PIC X VALUE SPACE.
       01 WS-ORDEM-DIF PIC X(4) VALUE SPACES.
       01 WS-ORDEM-QTD PIC 9 VALUE 0.
       01 WS-ORDEM-IDX PIC 9 VALUE 0.
       01 WS-ESCOLHIDA PIC 9(3) VALUE 0.
       01 WS-SEL-FALHOU-FLAG PIC X VALUE 'N'.
           88 WS-SEL-FALHOU VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   IF PJ-DIAS-EXCLUSAO NUMERIC
                       MOVE PJ-DIAS-EXCLUSAO TO WS-DIAS-EXCLUSAO
                   END-IF
                   IF PJ-PLANO-DIFICULDADE NOT = SPACES
                       PERFORM VALIDAR-PLANO
                   END-IF
           END-READ
           CLOSE PARAM-FILE
       END-IF.

      * The plan must give F, M or D for all five positions; anything
      * else keeps the standard plan so a typo never stops the taping.
       VALIDAR-PLANO.
       MOVE FUNCTION UPPER-CASE(PJ-PLANO-DIFICULDADE) TO WS-PLANO-LIDO
       SET WS-PLANO-OK TO TRUE
       PERFORM VARYING WS-POSICAO FROM 1 BY 1 UNTIL WS-POSICAO > 5
           IF NOT WS-NIVEL-VALIDO(WS-POSICAO)
               MOVE 'N' TO WS-PLANO-OK-FLAG
           END-IF
       END-PERFORM
       IF WS-PLANO-OK
           MOVE WS-PLANO-LIDO TO WS-PLANO-PARAM
       ELSE
           DISPLAY 'Plano de dificuldade invalido em PARAMJOGO.TXT: '
               PJ-PLANO-DIFICULDADE '; usando ' WS-PLANO-PARAM
       END-IF.

       VERIFICAR-USO-RECENTE.
       MOVE 'N' TO RECENT-USE-TABLE(WS-TABLE-IDX)
       MOVE PR-NUMERO TO UP-NUMERO
                   WHEN CD-BLOQUEADO
                       MOVE 'Contestante na lista de nao admitidos'
                           TO WS-MOTIVO-REJEICAO
                   WHEN CD-ANONIMIZADO
                       MOVE 'Cadastro anonimizado por retencao'
                           TO WS-MOTIVO-REJEICAO
                   WHEN OTHER
                       MOVE 'Status de cadastro invalido'
                           TO WS-MOTIVO-REJEICAO
       MOVE WS-OPERADOR TO AL-OPERADOR
       MOVE 0 TO AL-PERG-NUMERO
       MOVE 0 TO AL-REVISAO
       MOVE WS-EPISODIO TO AL-EPISODIO
       MOVE SPACE TO AL-DIFIC-PLANO
       MOVE SPACE TO AL-DIFIC-SORTEADA
       WRITE AUDIT-REC.

       REGISTRAR-VITORIA.
                   MOVE CK-PERGUNTAS-NA-RODADA TO WS-PERGUNTAS-NA-RODADA
                   MOVE CK-FIFTY-USED TO WS-FIFTY-USED-FLAG
                   MOVE CK-SKIP-USED TO WS-SKIP-USED-FLAG
                   IF CK-PLANO-DIFICULDADE NOT = SPACES
                       MOVE CK-PLANO-DIFICULDADE TO WS-PLANO-RODADA
                   ELSE
                       PERFORM MONTAR-PLANO-RODADA
                   END-IF
                   PERFORM MAPEAR-CHECKPOINT-PARA-SELECIONADAS
                   IF WS-MAPEAMENTO-OK
                       SET WS-RESUMED TO TRUE
           MOVE 'N' TO WS-FIFTY-USED-FLAG
           MOVE 'N' TO WS-SKIP-USED-FLAG
           MOVE 5 TO WS-PERGUNTAS-NA-RODADA
           PERFORM MONTAR-PLANO-RODADA
           PERFORM SELECIONAR-PERGUNTAS
       END-IF
       PERFORM UNTIL CURRENT-QUESTION = WS-PERGUNTAS-NA-RODADA
               MOVE 'P' TO WS-AL-RESULTADO
               MOVE 0 TO WS-ELAPSED-SEC
               PERFORM GRAVAR-AUDITORIA
               PERFORM SUBSTITUIR-PULADA
               PERFORM GRAVAR-CHECKPOINT
           ELSE
               PERFORM READ-USER-ANSWER
       MOVE WS-SKIP-USED-FLAG TO CK-SKIP-USED
       MOVE WS-ESTACAO TO CK-ESTACAO
       MOVE WS-TIPO-SESSAO TO CK-TIPO-SESSAO
       MOVE WS-EPISODIO TO CK-EPISODIO
       MOVE WS-PLANO-RODADA TO CK-PLANO-DIFICULDADE
       IF WS-CK-EXISTE
           REWRITE CHECKPOINT-REC
               INVALID KEY CONTINUE
       MOVE WS-ESTACAO TO RS-ESTACAO
       MOVE FUNCTION CURRENT-DATE(1:8) TO RS-DATA-JOGO
       MOVE WS-TIPO-SESSAO TO RS-TIPO-SESSAO
       MOVE WS-EPISODIO TO RS-EPISODIO
       WRITE RESULT-REC.

       INITIALIZE-DATA.
       MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
       MOVE FUNCTION RANDOM(WS-SEED) TO WS-RAND-RESULT.

      * Difficulty plan for the round: the PARAMJOGO.TXT ladder, or
      * the same level on every position when the operator picked a
      * difficulty at the start of the session.
       MONTAR-PLANO-RODADA.
       IF WS-DIFICULDADE-ESCOLHIDA = SPACES
           MOVE WS-PLANO-PARAM TO WS-PLANO-RODADA
       ELSE
           PERFORM VARYING WS-POSICAO FROM 1 BY 1 UNTIL WS-POSICAO > 5
               MOVE WS-DIFICULDADE-ESCOLHIDA TO WS-PLANO-POS(WS-POSICAO)
           END-PERFORM
       END-IF
       DISPLAY 'Plano de dificuldade da rodada: ' WS-PLANO-RODADA.

       SELECIONAR-PERGUNTAS.
       MOVE 0 TO WS-SEL-COUNT
       MOVE ZEROES TO SELECTED-QUESTION-NUM(1) SELECTED-QUESTION-NUM(2)
           SELECTED-QUESTION-NUM(3) SELECTED-QUESTION-NUM(4)
           SELECTED-QUESTION-NUM(5)
       MOVE 'N' TO WS-SEL-FALHOU-FLAG
       IF WS-TOTAL-PERGUNTAS = 0
           DISPLAY 'Nenhuma pergunta disponivel no banco. '
               'Rodada cancelada.'
       ELSE
           PERFORM VARYING WS-POSICAO FROM 1 BY 1
                   UNTIL WS-POSICAO > 5 OR WS-SEL-FALHOU
               PERFORM ESCOLHER-PARA-POSICAO
               IF WS-ESCOLHIDA = 0
                   SET WS-SEL-FALHOU TO TRUE
               ELSE
                   ADD 1 TO WS-SEL-COUNT
                   MOVE WS-ESCOLHIDA
                       TO SELECTED-QUESTION-NUM(WS-SEL-COUNT)
               END-IF
           END-PERFORM
           IF WS-SEL-COUNT = 0
               DISPLAY 'Nenhuma pergunta encontrada para a categoria/'
                   'dificuldade escolhida. Rodada cancelada.'
       END-IF
       MOVE WS-SEL-COUNT TO WS-PERGUNTAS-NA-RODADA.

      * Draws the question for ladder position WS-POSICAO. Unseen
      * questions are tried first on every level of the fallback
      * order, then repeats are allowed. A level other than the one
      * planned is shown to the operator and goes out on the audit
      * record.
       ESCOLHER-PARA-POSICAO.
       PERFORM MONTAR-ORDEM-FALLBACK
       MOVE 0 TO WS-ESCOLHIDA
       MOVE 'N' TO WS-REPETIDAS-OK-FLAG
       PERFORM PERCORRER-ORDEM
       IF WS-ESCOLHIDA = 0
           SET WS-REPETIDAS-OK TO TRUE
           DISPLAY 'Poucas perguntas ineditas nos ultimos '
               WS-DIAS-EXCLUSAO ' dias; permitindo repeticoes.'
           PERFORM PERCORRER-ORDEM
       END-IF
       IF WS-ESCOLHIDA > 0
               AND DIFFICULTY-TABLE(WS-ESCOLHIDA)
                   NOT = WS-PLANO-POS(WS-POSICAO)
           DISPLAY 'Questao ' WS-POSICAO ': dificuldade '
               WS-PLANO-POS(WS-POSICAO) ' esgotada, sorteada ['
               DIFFICULTY-TABLE(WS-ESCOLHIDA) ']'
       END-IF.

      * Next-closest level first: F falls to M then D, D to M then F,
      * and M leans toward the easy side on the first two positions
      * and toward the hard side after that. Unclassified questions
      * are the last resort. A difficulty picked by the operator is
      * kept strictly, as it always was.
       MONTAR-ORDEM-FALLBACK.
       IF WS-DIFICULDADE-ESCOLHIDA NOT = SPACES
           MOVE WS-PLANO-POS(WS-POSICAO) TO WS-ORDEM-DIF
           MOVE 1 TO WS-ORDEM-QTD
       ELSE
           EVALUATE WS-PLANO-POS(WS-POSICAO)
               WHEN 'F'
                   MOVE 'FMD' TO WS-ORDEM-DIF
               WHEN 'M'
                   IF WS-POSICAO < 3
                       MOVE 'MFD' TO WS-ORDEM-DIF
                   ELSE
                       MOVE 'MDF' TO WS-ORDEM-DIF
                   END-IF
               WHEN OTHER
                   MOVE 'DMF' TO WS-ORDEM-DIF
           END-EVALUATE
           MOVE 4 TO WS-ORDEM-QTD
       END-IF.

       PERCORRER-ORDEM.
       PERFORM VARYING WS-ORDEM-IDX FROM 1 BY 1
               UNTIL WS-ORDEM-IDX > WS-ORDEM-QTD OR WS-ESCOLHIDA > 0
           MOVE WS-ORDEM-DIF(WS-ORDEM-IDX:1) TO WS-DIF-ALVO
           MOVE 0 TO WS-TENTATIVAS-SEL
           PERFORM ESCOLHER-CANDIDATAS
       END-PERFORM.

      * Random draw of one question of level WS-DIF-ALVO (space = any
      * level) not already in the round.
       ESCOLHER-CANDIDATAS.
       PERFORM UNTIL WS-ESCOLHIDA > 0
               OR WS-TENTATIVAS-SEL > 10000
           ADD 1 TO WS-TENTATIVAS-SEL
           COMPUTE WS-CANDIDATE =
                   OR FUNCTION UPPER-CASE
                       (CATEGORY-TABLE(WS-CANDIDATE))
                       = WS-CATEGORIA-ESCOLHIDA)
                   AND (WS-DIF-ALVO = SPACE
                   OR DIFFICULTY-TABLE(WS-CANDIDATE) = WS-DIF-ALVO)
               MOVE WS-CANDIDATE TO WS-ESCOLHIDA
           END-IF
       END-PERFORM.

      * A skipped question is replaced by another one for the same
      * ladder position, drawn under the same plan; the contestant
      * then answers the replacement for the same prize.
       SUBSTITUIR-PULADA.
       MOVE CURRENT-QUESTION TO WS-POSICAO
       MOVE WS-PERGUNTAS-NA-RODADA TO WS-SEL-COUNT
       PERFORM ESCOLHER-PARA-POSICAO
       IF WS-ESCOLHIDA > 0
           MOVE WS-ESCOLHIDA TO SELECTED-QUESTION-NUM(CURRENT-QUESTION)
           SUBTRACT 1 FROM CURRENT-QUESTION
       ELSE
           DISPLAY 'Nenhuma pergunta substituta disponivel; '
               'a rodada segue para a proxima questao.'
       END-IF.

       DISPLAY-WELCOME-SCREEN.
       DISPLAY 'Bem vindo ao show do milhao!'.
       DISPLAY 'Identificacao da estacao (ex.: 01)? '.
       ELSE
           MOVE 'O' TO WS-TIPO-SESSAO
       END-IF.
       PERFORM IDENTIFICAR-SESSAO.
       DISPLAY 'Voce tera que responder as perguntas para avancar!'.
       DISPLAY 'Selecione a opcao correta'.
       DISPLAY 'Categorias disponiveis:'.
           CLOSE OPERATOR-FILE
       END-IF.

      * Asks for the taping session (episode) the station is working
      * and checks it against SESSOES.DAT when the file exists: the
      * episode must be open and list this station. A rehearsal may
      * run without an episode. Without the file the number is
      * recorded as typed.
       IDENTIFICAR-SESSAO.
       MOVE 0 TO WS-EPISODIO
       OPEN INPUT SESSION-FILE
       IF WS-SS-STATUS NOT = '00'
           DISPLAY 'Episodio (sessao de gravacao)? '
           ACCEPT WS-EPISODIO-INF
           PERFORM CONVERTER-EPISODIO
       ELSE
           MOVE 'N' TO WS-SESSAO-OK-FLAG
           PERFORM UNTIL WS-SESSAO-OK
               DISPLAY 'Episodio (sessao de gravacao)? '
               ACCEPT WS-EPISODIO-INF
               PERFORM CONVERTER-EPISODIO
               IF WS-EPISODIO = 0 AND WS-MODO-TREINO
                   SET WS-SESSAO-OK TO TRUE
                   DISPLAY 'Ensaio sem episodio.'
               ELSE
                   PERFORM VALIDAR-SESSAO
               END-IF
           END-PERFORM
           CLOSE SESSION-FILE
       END-IF.

       CONVERTER-EPISODIO.
       IF WS-EPISODIO-INF = SPACES
           MOVE 0 TO WS-EPISODIO
       ELSE
           COMPUTE WS-EPISODIO = FUNCTION NUMVAL(WS-EPISODIO-INF)
       END-IF.

       VALIDAR-SESSAO.
       MOVE WS-EPISODIO TO SS-EPISODIO
       READ SESSION-FILE
           INVALID KEY
               DISPLAY 'Episodio nao cadastrado.'
           NOT INVALID KEY
               MOVE 'N' TO WS-EST-FOUND-FLAG
               PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                       UNTIL WS-EST-IDX > 10
                   IF SS-ESTACAO(WS-EST-IDX) = WS-ESTACAO
                       SET WS-EST-FOUND TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SS-ENCERRADA
                       DISPLAY 'Episodio ja encerrado.'
                   WHEN NOT WS-EST-FOUND
                       DISPLAY 'Estacao ' WS-ESTACAO
                           ' nao escalada para o episodio.'
                   WHEN OTHER
                       SET WS-SESSAO-OK TO TRUE
                       DISPLAY 'Episodio ' SS-EPISODIO
                           ' - gravacao ' SS-DATA-GRAVACAO
                           ' - apresentador ' SS-APRESENTADOR
                       IF SS-DATA-GRAVACAO NOT =
                               FUNCTION CURRENT-DATE(1:8)
                           DISPLAY 'ATENCAO: gravacao prevista para '
                               SS-DATA-GRAVACAO
                       END-IF
               END-EVALUATE
       END-READ.

       EXIBIR-CATEGORIAS.
       MOVE 0 TO WS-CAT-COUNT
       PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
           TO AL-PERG-NUMERO
       MOVE REVISION-TABLE(SELECTED-QUESTION-NUM(CURRENT-QUESTION))
           TO AL-REVISAO
       MOVE WS-EPISODIO TO AL-EPISODIO
       MOVE WS-PLANO-POS(CURRENT-QUESTION) TO AL-DIFIC-PLANO
       MOVE DIFFICULTY-TABLE(SELECTED-QUESTION-NUM(CURRENT-QUESTION))
           TO AL-DIFIC-SORTEADA
       WRITE AUDIT-REC.

       GRAVAR-AUDITORIA-CINQUENTA.
           TO AL-PERG-NUMERO
       MOVE REVISION-TABLE(SELECTED-QUESTION-NUM(CURRENT-QUESTION))
           TO AL-REVISAO
       MOVE WS-EPISODIO TO AL-EPISODIO
       MOVE WS-PLANO-POS(CURRENT-QUESTION) TO AL-DIFIC-PLANO
       MOVE DIFFICULTY-TABLE(SELECTED-QUESTION-NUM(CURRENT-QUESTION))
           TO AL-DIFIC-SORTEADA
       WRITE AUDIT-REC.

       DISPLAY-SCORE.
