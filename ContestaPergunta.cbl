      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: dispute case file for challenged questions. A case is
      *          opened in CONTESTACOES.DAT from badge + game date +
      *          question position: the answer record (and the 50/50
      *          record, if the lifeline was used) is located in
      *          AUDITORIA.TXT or in the month's archive
      *          AUDARC-AAAAMM.TXT, the wording of the revision that
      *          was on the air is taken from QUESTOES.DAT (current
      *          revision) or HISTPERGUNTAS.TXT (superseded ones), and
      *          the screen is replayed exactly as shown - options in
      *          the shuffled order of AL-MAPA-EXIBICAO, the positions
      *          blanked by the 50/50 and the answer given - to the
      *          print file CONTESTACAO-<cracha>-<data>-<posicao>.TXT.
      *          A supervisor records the ruling (procedente or
      *          improcedente, with reason). An upheld ruling on a
      *          wrong answer credits the prize at stake for that
      *          question: the adjustment is posted to PAGLEDGER.DAT
      *          as J (ajuste a emitir) for the next payout extract,
      *          and the season standings in CLASSIFICACAO.DAT are
      *          corrected (one more right answer, winnings and best
      *          prize). The case, the ledger entry and the standings
      *          are updated together: if one of them fails the
      *          others are undone and the ruling is not recorded.
      *          Requires operator sign-on against
      *          OPERADORES.DAT (level 2 to open a case, level 3 to
      *          rule).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTESTAPERGUNTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "CONTESTACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS WS-DS-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITORIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-AL-STATUS.
           SELECT AUDIT-ARC ASSIGN USING WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT QUESTIONS-FILE ASSIGN TO "QUESTOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO
               FILE STATUS IS WS-QF-STATUS.
           SELECT PERGHIST-FILE ASSIGN TO "HISTPERGUNTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HP-STATUS.
           SELECT CADASTRO-FILE ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-BADGE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CD-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "PAGLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-LG-STATUS.
           SELECT STANDINGS-FILE ASSIGN TO "CLASSIFICACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-BADGE
               FILE STATUS IS WS-CL-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT PRINT-FILE ASSIGN USING WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY DISPREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  AUDIT-ARC.
           COPY AUDITREC REPLACING ==AUDIT-REC== BY ==ARCH-REC==
               LEADING ==AL== BY ==AR==.

       FD  QUESTIONS-FILE.
           COPY PERGREC.

       FD  PERGHIST-FILE.
           COPY PREVREC.

       FD  CADASTRO-FILE.
           COPY CADREC.

       FD  LEDGER-FILE.
           COPY PAGLEDREC.

       FD  STANDINGS-FILE.
           COPY CLASSREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DS-STATUS PIC XX VALUE '00'.
       01 WS-AL-STATUS PIC XX VALUE '00'.
       01 WS-AR-STATUS PIC XX VALUE '00'.
       01 WS-QF-STATUS PIC XX VALUE '00'.
       01 WS-HP-STATUS PIC XX VALUE '00'.
       01 WS-CD-STATUS PIC XX VALUE '00'.
       01 WS-LG-STATUS PIC XX VALUE '00'.
       01 WS-CL-STATUS PIC XX VALUE '00'.
       01 WS-OP-STATUS PIC XX VALUE '00'.
       01 WS-RP-STATUS PIC XX VALUE '00'.
           COPY AUDITREC REPLACING ==AUDIT-REC== BY ==WS-AUDITORIA==
               LEADING ==AL== BY ==WA==.
       01 WS-ARQ-NOME PIC X(30) VALUE SPACES.
       01 WS-ARQ-LIDO PIC X(30) VALUE SPACES.
       01 WS-REL-NOME PIC X(50) VALUE SPACES.
       01 WS-LINHA-IMP PIC X(100) VALUE SPACES.
       01 WS-LINHAS-NA-PAGINA PIC 9(3) VALUE 99.
       01 WS-LINHAS-POR-PAGINA PIC 9(3) VALUE 55.
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-PAGINA-ED PIC ZZZ9.
       01 WS-LINHAS-IMPRESSAS PIC 9(7) VALUE 0.
       01 WS-OPCAO PIC 9 VALUE 0.
       01 WS-CONTINUAR PIC X VALUE 'S'.
           88 WS-SAIR VALUE 'N'.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-ASSINADO-FLAG PIC X VALUE 'N'.
           88 WS-ASSINADO VALUE 'S'.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-OPER-NIVEL PIC 9 VALUE 0.
       01 WS-ID-INFORMADO PIC X(8).
       01 WS-HOJE PIC X(8).
       01 WS-BADGE-INF PIC X(10).
       01 WS-DATA-INF PIC X(8).
       01 WS-POSICAO-INF PIC 99 VALUE 0.
       01 WS-CHAVE-OK-FLAG PIC X VALUE 'N'.
           88 WS-CHAVE-OK VALUE 'S'.
       01 WS-CASO-FLAG PIC X VALUE 'N'.
           88 WS-CASO-EXISTE VALUE 'S'.
       01 WS-AUD-ACHADA-FLAG PIC X VALUE 'N'.
           88 WS-AUD-ACHADA VALUE 'S'.
       01 WS-CINQ-PENDENTE PIC X(4) VALUE SPACES.
       01 WS-CINQ-PENDENTE-FLAG PIC X VALUE 'N'.
           88 WS-CINQ-PENDENTE-OK VALUE 'S'.
       01 WS-REV-ACHADA-FLAG PIC X VALUE 'N'.
           88 WS-REV-ACHADA VALUE 'S'.
       01 WS-REV-ATUAL PIC 9(3) VALUE 0.
       01 WS-REV-ORIGEM PIC X(40) VALUE SPACES.
       01 WS-REV-TEXTO PIC X(100) VALUE SPACES.
       01 WS-REV-OPCOES.
           05 WS-REV-OPCAO PIC X(50) OCCURS 4 TIMES.
       01 WS-REV-RESPOSTA PIC X VALUE SPACE.
       01 WS-MAPA PIC X(4) VALUE SPACES.
       01 WS-MAPA-R REDEFINES WS-MAPA.
           05 WS-MAPA-POS PIC X OCCURS 4 TIMES.
       01 WS-MAPA-CINQ PIC X(4) VALUE SPACES.
       01 WS-MAPA-CINQ-R REDEFINES WS-MAPA-CINQ.
           05 WS-CINQ-POS PIC X OCCURS 4 TIMES.
       01 WS-LETRAS-TELA PIC X(4) VALUE 'ABCD'.
       01 WS-LETRAS-TELA-R REDEFINES WS-LETRAS-TELA.
           05 WS-LETRA-TELA PIC X OCCURS 4 TIMES.
       01 WS-POS-TELA PIC 9 VALUE 0.
       01 WS-IDX PIC 9 VALUE 0.
       01 WS-LETRA-ORIGEM PIC X VALUE SPACE.
       01 WS-OPCAO-TELA PIC X(50) VALUE SPACES.
       01 WS-TELA-CORRETA PIC X VALUE SPACE.
       01 WS-ORIGEM-ESCOLHIDA PIC X VALUE SPACE.
       01 WS-RESULTADO-TXT PIC X(30) VALUE SPACES.
       01 WS-SITUACAO-TXT PIC X(30) VALUE SPACES.
       01 WS-DECISAO PIC X VALUE SPACE.
       01 WS-DECISAO-MOTIVO PIC X(60) VALUE SPACES.
       01 WS-AJUSTE PIC 9(11) VALUE 0.
       01 WS-AJUSTE-OK-FLAG PIC X VALUE 'N'.
           88 WS-AJUSTE-OK VALUE 'S'.
       01 WS-CL-NOVO-FLAG PIC X VALUE 'N'.
           88 WS-CL-NOVO VALUE 'S'.
      * Case as it stood before the ruling, to put it back if the
      * ledger or the standings cannot be updated
           COPY DISPREC REPLACING
               ==DISPUTA-REC== BY ==WS-DISPUTA-ANTERIOR==
               LEADING ==DS== BY ==WD==.
       01 WS-VALOR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-ABERTAS PIC 9(5) VALUE 0.
       01 WS-PREMIOS-TABLE.
           05 FILLER PIC X(15) VALUE 'R$1.000'.
           05 FILLER PIC X(15) VALUE 'R$5.000'.
           05 FILLER PIC X(15) VALUE 'R$25.000'.
           05 FILLER PIC X(15) VALUE 'R$100.000'.
           05 FILLER PIC X(15) VALUE 'R$1.000.000'.
       01 WS-PREMIOS-R REDEFINES WS-PREMIOS-TABLE.
           05 WS-PREMIO-TXT PIC X(15) OCCURS 5 TIMES.
       01 WS-VALORES-TABLE.
           05 FILLER PIC 9(11) VALUE 1000.
           05 FILLER PIC 9(11) VALUE 5000.
           05 FILLER PIC 9(11) VALUE 25000.
           05 FILLER PIC 9(11) VALUE 100000.
           05 FILLER PIC 9(11) VALUE 1000000.
       01 WS-VALORES-R REDEFINES WS-VALORES-TABLE.
           05 WS-PREMIO-VALOR PIC 9(11) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
       PERFORM ASSINAR-OPERADOR
       IF NOT WS-ASSINADO
           STOP RUN
       END-IF
       OPEN I-O DISPUTE-FILE
       IF WS-DS-STATUS = '35'
           OPEN OUTPUT DISPUTE-FILE
           CLOSE DISPUTE-FILE
           OPEN I-O DISPUTE-FILE
       END-IF
       PERFORM UNTIL WS-SAIR
           PERFORM EXIBIR-MENU
           PERFORM PROCESSAR-OPCAO
       END-PERFORM
       CLOSE DISPUTE-FILE
       STOP RUN.

       ASSINAR-OPERADOR.
       OPEN INPUT OPERATOR-FILE
       IF WS-OP-STATUS NOT = '00'
           DISPLAY 'Arquivo de operadores nao encontrado: '
               'OPERADORES.DAT'
           DISPLAY 'Cadastre operadores com ManutOperadores antes de '
               'abrir contestacoes.'
       ELSE
           DISPLAY 'Identificacao do operador? '
           ACCEPT WS-ID-INFORMADO
           MOVE WS-ID-INFORMADO TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY 'Operador nao cadastrado.'
               NOT INVALID KEY
                   IF NOT OP-ATIVO
                       DISPLAY 'Operador desativado.'
                   ELSE
                       IF OP-NIVEL < 2
                           DISPLAY 'Nivel de manutencao necessario.'
                       ELSE
                           MOVE OP-ID TO WS-OPERADOR
                           MOVE OP-NIVEL TO WS-OPER-NIVEL
                           SET WS-ASSINADO TO TRUE
                           DISPLAY 'Operador: ' OP-NOME
                       END-IF
                   END-IF
           END-READ
           CLOSE OPERATOR-FILE
       END-IF.

       EXIBIR-MENU.
       DISPLAY ' '
       DISPLAY 'CONTESTACOES DE PERGUNTAS'
       DISPLAY '1 - Abrir contestacao'
       DISPLAY '2 - Reimprimir tela de uma contestacao'
       DISPLAY '3 - Registrar decisao (supervisor)'
       DISPLAY '4 - Listar contestacoes em aberto'
       DISPLAY '5 - Sair'
       DISPLAY 'Opcao? '
       ACCEPT WS-OPCAO.

       PROCESSAR-OPCAO.
       EVALUATE WS-OPCAO
           WHEN 1 PERFORM ABRIR-CONTESTACAO
           WHEN 2 PERFORM REIMPRIMIR-CONTESTACAO
           WHEN 3 PERFORM REGISTRAR-DECISAO
           WHEN 4 PERFORM LISTAR-ABERTAS
           WHEN 5 SET WS-SAIR TO TRUE
           WHEN OTHER DISPLAY 'Opcao invalida'
       END-EVALUATE.

      * Asks for badge + game date + question position and reads the
      * case with that key, if any.
       INFORMAR-CHAVE.
       MOVE 'N' TO WS-CHAVE-OK-FLAG
       MOVE 'N' TO WS-CASO-FLAG
       DISPLAY 'Cracha do contestante? '
       ACCEPT WS-BADGE-INF
       DISPLAY 'Data do jogo (AAAAMMDD)? '
       ACCEPT WS-DATA-INF
       DISPLAY 'Posicao da questao na rodada (1 a 5)? '
       ACCEPT WS-POSICAO-INF
       IF WS-BADGE-INF = SPACES
           DISPLAY 'Cracha nao informado'
       ELSE
           IF WS-DATA-INF NOT NUMERIC
               DISPLAY 'Data do jogo invalida'
           ELSE
               IF WS-POSICAO-INF < 1 OR WS-POSICAO-INF > 5
                   DISPLAY 'Posicao deve ser de 1 a 5'
               ELSE
                   SET WS-CHAVE-OK TO TRUE
               END-IF
           END-IF
       END-IF
       IF WS-CHAVE-OK
           MOVE WS-BADGE-INF TO DS-BADGE
           MOVE WS-DATA-INF TO DS-DATA-JOGO
           MOVE WS-POSICAO-INF TO DS-POSICAO
           READ DISPUTE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-CASO-EXISTE TO TRUE
           END-READ
       END-IF.

       ABRIR-CONTESTACAO.
       PERFORM INFORMAR-CHAVE
       IF WS-CHAVE-OK
           IF WS-CASO-EXISTE
               DISPLAY 'Ja existe contestacao para este jogo e '
                   'posicao [' DS-STATUS ']; use a opcao 2 para '
                   'reimprimir.'
           ELSE
               PERFORM LOCALIZAR-AUDITORIA
               IF NOT WS-AUD-ACHADA
                   DISPLAY 'Questao nao encontrada em AUDITORIA.TXT '
                       'nem em ' WS-ARQ-NOME
               ELSE
                   PERFORM INCLUIR-CONTESTACAO
               END-IF
           END-IF
       END-IF.

       INCLUIR-CONTESTACAO.
       MOVE WS-BADGE-INF TO DS-BADGE
       MOVE WS-DATA-INF TO DS-DATA-JOGO
       MOVE WS-POSICAO-INF TO DS-POSICAO
       SET DS-ABERTA TO TRUE
       PERFORM OBTER-NOME-CONTESTANTE
       DISPLAY 'Alegacao do contestante? '
       ACCEPT DS-ALEGACAO
       MOVE WS-HOJE TO DS-DATA-ABERTURA
       MOVE WS-OPERADOR TO DS-OPERADOR-ABERTURA
       MOVE SPACES TO DS-DATA-DECISAO
       MOVE SPACES TO DS-SUPERVISOR
       MOVE SPACES TO DS-MOTIVO-DECISAO
       MOVE 0 TO DS-VALOR-AJUSTE
       WRITE DISPUTA-REC
           INVALID KEY
               DISPLAY 'Falha ao gravar a contestacao'
           NOT INVALID KEY
               DISPLAY 'Contestacao aberta para ' DS-NOME
               PERFORM IMPRIMIR-REPRODUCAO
       END-WRITE.

       OBTER-NOME-CONTESTANTE.
       MOVE SPACES TO DS-NOME
       OPEN INPUT CADASTRO-FILE
       IF WS-CD-STATUS = '00'
           MOVE DS-BADGE TO CD-BADGE
           READ CADASTRO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CD-NOME TO DS-NOME
           END-READ
           CLOSE CADASTRO-FILE
       END-IF.

      * The answer record of the position (S, N or P) is searched in
      * the month's archive and then in the live log; the last match
      * wins, so a second game on the same day replays its own screen.
      * A 50/50 record ('C') written before the answer record carries
      * the map with the eliminated positions blanked.
       LOCALIZAR-AUDITORIA.
       MOVE 'N' TO WS-AUD-ACHADA-FLAG
       MOVE 'N' TO WS-CINQ-PENDENTE-FLAG
       MOVE SPACES TO WS-CINQ-PENDENTE
       MOVE SPACES TO WS-ARQ-NOME
       STRING 'AUDARC-' WS-DATA-INF(1:6) '.TXT'
           DELIMITED BY SIZE INTO WS-ARQ-NOME
       OPEN INPUT AUDIT-ARC
       IF WS-AR-STATUS = '00'
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ AUDIT-ARC INTO WS-AUDITORIA
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WS-ARQ-NOME TO WS-ARQ-LIDO
                       PERFORM AVALIAR-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARC
       END-IF
       OPEN INPUT AUDIT-LOG
       IF WS-AL-STATUS = '00'
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ AUDIT-LOG INTO WS-AUDITORIA
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE 'AUDITORIA.TXT' TO WS-ARQ-LIDO
                       PERFORM AVALIAR-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
       END-IF.

       AVALIAR-AUDITORIA.
       IF WA-BADGE = WS-BADGE-INF
               AND WA-DATA-HORA(1:8) = WS-DATA-INF
               AND WA-QUESTAO-NUM = WS-POSICAO-INF
               AND NOT WA-TREINO
           EVALUATE TRUE
               WHEN WA-CINQUENTA
                   MOVE WA-MAPA-EXIBICAO TO WS-CINQ-PENDENTE
                   SET WS-CINQ-PENDENTE-OK TO TRUE
               WHEN WA-ACERTOU OR WA-ERROU OR WA-PULOU
                   PERFORM GUARDAR-AUDITORIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF.

      * Keeps the matching answer record aside in the case fields
      * until the search ends.
       GUARDAR-AUDITORIA.
       SET WS-AUD-ACHADA TO TRUE
       MOVE WS-ARQ-LIDO TO DS-ARQ-AUDITORIA
       MOVE WA-DATA-HORA TO DS-DATA-HORA
       MOVE WA-ESTACAO TO DS-ESTACAO
       MOVE WA-OPERADOR TO DS-OPERADOR-ESTACAO
       MOVE WA-PERG-NUMERO TO DS-PERG-NUMERO
       MOVE WA-REVISAO TO DS-REVISAO
       MOVE WA-QUESTAO-TEXTO TO DS-QUESTAO-TEXTO
       MOVE WA-MAPA-EXIBICAO TO DS-MAPA-EXIBICAO
       IF WS-CINQ-PENDENTE-OK
           MOVE WS-CINQ-PENDENTE TO DS-MAPA-CINQUENTA
       ELSE
           MOVE SPACES TO DS-MAPA-CINQUENTA
       END-IF
       MOVE WA-OPCAO-ESCOLHIDA TO DS-OPCAO-ESCOLHIDA
       MOVE WA-RESULTADO TO DS-RESULTADO
       MOVE WA-TEMPO-GASTO TO DS-TEMPO-GASTO
       MOVE 'N' TO WS-CINQ-PENDENTE-FLAG
       MOVE SPACES TO WS-CINQ-PENDENTE.

       REIMPRIMIR-CONTESTACAO.
       PERFORM INFORMAR-CHAVE
       IF WS-CHAVE-OK
           IF NOT WS-CASO-EXISTE
               DISPLAY 'Contestacao nao encontrada'
           ELSE
               PERFORM IMPRIMIR-REPRODUCAO
           END-IF
       END-IF.

      * Wording of the revision that was on the air: the current one
      * lives in QUESTOES.DAT, superseded ones in HISTPERGUNTAS.TXT.
       CARREGAR-REVISAO.
       MOVE 'N' TO WS-REV-ACHADA-FLAG
       MOVE SPACES TO WS-REV-TEXTO WS-REV-OPCOES WS-REV-RESPOSTA
           WS-REV-ORIGEM
       IF DS-PERG-NUMERO NOT = 0
           OPEN INPUT QUESTIONS-FILE
           IF WS-QF-STATUS = '00'
               MOVE DS-PERG-NUMERO TO PR-NUMERO
               READ QUESTIONS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PR-REVISAO NUMERIC
                           MOVE PR-REVISAO TO WS-REV-ATUAL
                       ELSE
                           MOVE 1 TO WS-REV-ATUAL
                       END-IF
                       IF DS-REVISAO = WS-REV-ATUAL
                               OR DS-REVISAO = 0
                           MOVE PR-TEXTO TO WS-REV-TEXTO
                           MOVE PR-OPCAO-A TO WS-REV-OPCAO(1)
                           MOVE PR-OPCAO-B TO WS-REV-OPCAO(2)
                           MOVE PR-OPCAO-C TO WS-REV-OPCAO(3)
                           MOVE PR-OPCAO-D TO WS-REV-OPCAO(4)
                           MOVE PR-RESPOSTA TO WS-REV-RESPOSTA
                           MOVE 'QUESTOES.DAT (revisao vigente)'
                               TO WS-REV-ORIGEM
                           SET WS-REV-ACHADA TO TRUE
                       END-IF
               END-READ
               CLOSE QUESTIONS-FILE
           END-IF
       END-IF
       IF NOT WS-REV-ACHADA AND DS-PERG-NUMERO NOT = 0
           OPEN INPUT PERGHIST-FILE
           IF WS-HP-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PERGHIST-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF HP-NUMERO = DS-PERG-NUMERO
                                   AND HP-REVISAO = DS-REVISAO
                               MOVE HP-TEXTO TO WS-REV-TEXTO
                               MOVE HP-OPCAO-A TO WS-REV-OPCAO(1)
                               MOVE HP-OPCAO-B TO WS-REV-OPCAO(2)
                               MOVE HP-OPCAO-C TO WS-REV-OPCAO(3)
                               MOVE HP-OPCAO-D TO WS-REV-OPCAO(4)
                               MOVE HP-RESPOSTA TO WS-REV-RESPOSTA
                               MOVE 'HISTPERGUNTAS.TXT'
                                   TO WS-REV-ORIGEM
                               SET WS-REV-ACHADA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERGHIST-FILE
           END-IF
       END-IF.

       ABRIR-RELATORIO.
       MOVE SPACES TO WS-REL-NOME
       STRING 'CONTESTACAO-' DS-BADGE DELIMITED BY SPACE
           '-' DS-DATA-JOGO '-' DS-POSICAO '.TXT'
           DELIMITED BY SIZE INTO WS-REL-NOME
       OPEN OUTPUT PRINT-FILE
       MOVE 0 TO WS-PAGINA
       MOVE 99 TO WS-LINHAS-NA-PAGINA.

       IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-PAGINA-ED
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'CONTESTACAO - REPRODUCAO DA TELA'
           '                  Data: ' WS-HOJE
           '   Pagina: ' WS-PAGINA-ED
           DELIMITED BY SIZE INTO PRINT-REC
       WRITE PRINT-REC
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       WRITE PRINT-REC
       MOVE 4 TO WS-LINHAS-NA-PAGINA.

       IMPRIMIR-LINHA.
       IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
           PERFORM IMPRIMIR-CABECALHO
       END-IF
       WRITE PRINT-REC FROM WS-LINHA-IMP
       ADD 1 TO WS-LINHAS-NA-PAGINA
       ADD 1 TO WS-LINHAS-IMPRESSAS
       MOVE SPACES TO WS-LINHA-IMP.

      * Prints the case: identification, the screen exactly as shown
      * on the air, the answer given against the right one, and the
      * ruling when there is one.
       IMPRIMIR-REPRODUCAO.
       PERFORM CARREGAR-REVISAO
       MOVE DS-MAPA-EXIBICAO TO WS-MAPA
       MOVE DS-MAPA-CINQUENTA TO WS-MAPA-CINQ
       PERFORM ABRIR-RELATORIO
       PERFORM IMPRIMIR-IDENTIFICACAO
       PERFORM IMPRIMIR-TELA
       PERFORM IMPRIMIR-RESPOSTA
       PERFORM IMPRIMIR-DECISAO
       MOVE '*** FIM DO RELATORIO ***' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       CLOSE PRINT-FILE
       DISPLAY 'Reproducao da tela gravada em ' WS-REL-NOME.

       IMPRIMIR-IDENTIFICACAO.
       STRING 'Cracha: ' DS-BADGE '  Nome: ' DS-NOME
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Jogo de: ' DS-DATA-JOGO '  Posicao: ' DS-POSICAO
           '  Estacao: ' DS-ESTACAO
           '  Operador da estacao: ' DS-OPERADOR-ESTACAO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Registro de auditoria: ' DS-DATA-HORA(1:14)
           ' em ' DS-ARQ-AUDITORIA
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Pergunta ' DS-PERG-NUMERO ' revisao ' DS-REVISAO
           ' - texto de ' WS-REV-ORIGEM
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Aberta em ' DS-DATA-ABERTURA ' por '
           DS-OPERADOR-ABERTURA
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Alegacao: ' DS-ALEGACAO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-TELA.
       MOVE '------------------ TELA EXIBIDA NO AR ------------------'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Questao ' DS-POSICAO ' - Valendo ' DELIMITED BY SIZE
           WS-PREMIO-TXT(DS-POSICAO) DELIMITED BY SPACE
           ':' DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-REV-ACHADA
           MOVE WS-REV-TEXTO TO WS-LINHA-IMP
       ELSE
           MOVE DS-QUESTAO-TEXTO TO WS-LINHA-IMP
       END-IF
       PERFORM IMPRIMIR-LINHA
       IF DS-MAPA-CINQUENTA NOT = SPACES
           MOVE '(50/50 utilizada: opcoes eliminadas em branco)'
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       IF WS-REV-ACHADA
           PERFORM VARYING WS-POS-TELA FROM 1 BY 1
                   UNTIL WS-POS-TELA > 4
               PERFORM OBTER-OPCAO-TELA
               STRING WS-LETRA-TELA(WS-POS-TELA) ') ' WS-OPCAO-TELA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM IMPRIMIR-LINHA
           END-PERFORM
       ELSE
           MOVE '*** Revisao nao localizada em QUESTOES.DAT nem em '
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
           MOVE '*** HISTPERGUNTAS.TXT: opcoes indisponiveis ***'
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       MOVE '--------------------------------------------------------'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-REV-ACHADA AND WS-REV-TEXTO NOT = DS-QUESTAO-TEXTO
           MOVE 'ATENCAO: texto do registro de auditoria difere da '
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
           MOVE 'revisao localizada. Texto gravado na auditoria:'
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
           MOVE DS-QUESTAO-TEXTO TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

      * Option shown at screen position WS-POS-TELA: the stored letter
      * comes from the shuffle map; a position blanked by the 50/50
      * shows nothing.
       OBTER-OPCAO-TELA.
       MOVE SPACES TO WS-OPCAO-TELA
       MOVE WS-MAPA-POS(WS-POS-TELA) TO WS-LETRA-ORIGEM
       IF DS-MAPA-CINQUENTA NOT = SPACES
               AND WS-CINQ-POS(WS-POS-TELA) = SPACE
           MOVE SPACE TO WS-LETRA-ORIGEM
       END-IF
       EVALUATE WS-LETRA-ORIGEM
           WHEN 'A' MOVE WS-REV-OPCAO(1) TO WS-OPCAO-TELA
           WHEN 'B' MOVE WS-REV-OPCAO(2) TO WS-OPCAO-TELA
           WHEN 'C' MOVE WS-REV-OPCAO(3) TO WS-OPCAO-TELA
           WHEN 'D' MOVE WS-REV-OPCAO(4) TO WS-OPCAO-TELA
           WHEN OTHER CONTINUE
       END-EVALUATE.

       IMPRIMIR-RESPOSTA.
       MOVE SPACE TO WS-TELA-CORRETA
       MOVE SPACE TO WS-ORIGEM-ESCOLHIDA
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
           IF WS-REV-ACHADA
                   AND WS-MAPA-POS(WS-IDX) = WS-REV-RESPOSTA
               MOVE WS-LETRA-TELA(WS-IDX) TO WS-TELA-CORRETA
           END-IF
           IF DS-OPCAO-ESCOLHIDA = WS-LETRA-TELA(WS-IDX)
               MOVE WS-MAPA-POS(WS-IDX) TO WS-ORIGEM-ESCOLHIDA
           END-IF
       END-PERFORM
       EVALUATE DS-RESULTADO
           WHEN 'S' MOVE 'ACERTOU' TO WS-RESULTADO-TXT
           WHEN 'N'
               IF DS-OPCAO-ESCOLHIDA = SPACE
                   MOVE 'ERROU (tempo esgotado)' TO WS-RESULTADO-TXT
               ELSE
                   MOVE 'ERROU' TO WS-RESULTADO-TXT
               END-IF
           WHEN 'P' MOVE 'PULOU' TO WS-RESULTADO-TXT
           WHEN OTHER MOVE 'DESCONHECIDO' TO WS-RESULTADO-TXT
       END-EVALUATE
       STRING 'Resposta dada na tela....: ' DS-OPCAO-ESCOLHIDA
           '  (opcao cadastrada ' WS-ORIGEM-ESCOLHIDA ')'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-REV-ACHADA
           STRING 'Resposta correta na tela.: ' WS-TELA-CORRETA
               '  (opcao cadastrada ' WS-REV-RESPOSTA ')'
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       STRING 'Resultado registrado.....: ' WS-RESULTADO-TXT
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Tempo gasto (segundos)...: ' DS-TEMPO-GASTO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-DECISAO.
       EVALUATE TRUE
           WHEN DS-ABERTA
               MOVE 'EM ABERTO - aguardando decisao' TO WS-SITUACAO-TXT
           WHEN DS-PROCEDENTE
               MOVE 'PROCEDENTE' TO WS-SITUACAO-TXT
           WHEN DS-IMPROCEDENTE
               MOVE 'IMPROCEDENTE' TO WS-SITUACAO-TXT
           WHEN OTHER
               MOVE 'SITUACAO DESCONHECIDA' TO WS-SITUACAO-TXT
       END-EVALUATE
       STRING 'Situacao da contestacao..: ' WS-SITUACAO-TXT
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF NOT DS-ABERTA
           STRING 'Decidida em ' DS-DATA-DECISAO ' pelo supervisor '
               DS-SUPERVISOR
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
           STRING 'Motivo: ' DS-MOTIVO-DECISAO
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
           IF DS-VALOR-AJUSTE > 0
               MOVE DS-VALOR-AJUSTE TO WS-VALOR-ED
               STRING 'Ajuste de premio lancado no ledger: R$'
                   WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM IMPRIMIR-LINHA
           END-IF
       END-IF
       PERFORM IMPRIMIR-LINHA.

      * Only a supervisor rules. An upheld wrong answer is credited
      * with the prize at stake for that question (the game paid
      * R$0). The ledger key is checked first; then the case is
      * rewritten, the J entry posted and the standings corrected, in
      * that order. If a later step fails the earlier ones are undone
      * (J entry deleted, case back to open), so a ruling is either
      * recorded in full or not at all.
       REGISTRAR-DECISAO.
       IF WS-OPER-NIVEL < 3
           DISPLAY 'Nivel de supervisor necessario para registrar '
               'a decisao.'
       ELSE
           PERFORM INFORMAR-CHAVE
           IF WS-CHAVE-OK
               IF NOT WS-CASO-EXISTE
                   DISPLAY 'Contestacao nao encontrada'
               ELSE
                   IF NOT DS-ABERTA
                       DISPLAY 'Contestacao ja decidida em '
                           DS-DATA-DECISAO ' [' DS-STATUS ']'
                   ELSE
                       PERFORM DECIDIR-CONTESTACAO
                   END-IF
               END-IF
           END-IF
       END-IF.

       DECIDIR-CONTESTACAO.
       DISPLAY DS-BADGE ' ' DS-NOME
       DISPLAY '  Jogo de ' DS-DATA-JOGO ', questao ' DS-POSICAO
           ', pergunta ' DS-PERG-NUMERO ' rev. ' DS-REVISAO
           ' [' DS-RESULTADO ']'
       DISPLAY '  Alegacao: ' DS-ALEGACAO
       DISPLAY 'Decisao (P = procedente, I = improcedente)? '
       ACCEPT WS-DECISAO
       MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
       IF WS-DECISAO NOT = 'P' AND WS-DECISAO NOT = 'I'
           DISPLAY 'Decisao deve ser P ou I'
       ELSE
           DISPLAY 'Motivo da decisao? '
           ACCEPT WS-DECISAO-MOTIVO
           IF WS-DECISAO-MOTIVO = SPACES
               DISPLAY 'Motivo obrigatorio; decisao nao registrada'
           ELSE
               MOVE 0 TO WS-AJUSTE
               SET WS-AJUSTE-OK TO TRUE
               IF WS-DECISAO = 'P'
                   IF DS-RESULTADO = 'N'
                       MOVE WS-PREMIO-VALOR(DS-POSICAO) TO WS-AJUSTE
                       PERFORM VERIFICAR-LEDGER-LIVRE
                   ELSE
                       DISPLAY 'Resposta registrada nao foi erro; '
                           'sem ajuste de premio.'
                   END-IF
               END-IF
               IF WS-AJUSTE-OK
                   PERFORM GRAVAR-DECISAO
               END-IF
           END-IF
       END-IF.

       GRAVAR-DECISAO.
       MOVE DISPUTA-REC TO WS-DISPUTA-ANTERIOR
       MOVE WS-DECISAO TO DS-STATUS
       MOVE WS-HOJE TO DS-DATA-DECISAO
       MOVE WS-OPERADOR TO DS-SUPERVISOR
       MOVE WS-DECISAO-MOTIVO TO DS-MOTIVO-DECISAO
       MOVE WS-AJUSTE TO DS-VALOR-AJUSTE
       REWRITE DISPUTA-REC
           INVALID KEY
               MOVE 'N' TO WS-AJUSTE-OK-FLAG
               DISPLAY 'Falha ao gravar a decisao'
       END-REWRITE
       IF WS-AJUSTE-OK AND WS-AJUSTE > 0
           PERFORM LANCAR-AJUSTE-LEDGER
           IF WS-AJUSTE-OK
               PERFORM CORRIGIR-CLASSIFICACAO
               IF NOT WS-AJUSTE-OK
                   PERFORM ESTORNAR-AJUSTE-LEDGER
               END-IF
           END-IF
           IF NOT WS-AJUSTE-OK
               PERFORM DESFAZER-DECISAO
           END-IF
       END-IF
       IF WS-AJUSTE-OK
           DISPLAY 'Decisao registrada [' DS-STATUS ']'
           PERFORM IMPRIMIR-REPRODUCAO
       ELSE
           DISPLAY 'Decisao nao registrada.'
       END-IF.

      * The game itself paid nothing, so the key is normally free;
      * anything already there is left for finance to settle.
       VERIFICAR-LEDGER-LIVRE.
       MOVE 'N' TO WS-AJUSTE-OK-FLAG
       OPEN INPUT LEDGER-FILE
       IF WS-LG-STATUS = '35'
           SET WS-AJUSTE-OK TO TRUE
       ELSE
           MOVE DS-BADGE TO LG-BADGE
           MOVE DS-DATA-JOGO TO LG-DATA-JOGO
           READ LEDGER-FILE
               INVALID KEY
                   SET WS-AJUSTE-OK TO TRUE
               NOT INVALID KEY
                   DISPLAY 'Ja existe lancamento no ledger para '
                       LG-BADGE ' jogo de ' LG-DATA-JOGO
                       ' [' LG-STATUS ']'
                   DISPLAY 'Ajuste deve ser tratado pelo financeiro; '
                       'decisao nao registrada.'
           END-READ
           CLOSE LEDGER-FILE
       END-IF.

      * Posts the credited prize under badge + game date as J (ajuste
      * a emitir); ExtratoPagamentos sends it to finance on its next
      * run.
       LANCAR-AJUSTE-LEDGER.
       MOVE 'N' TO WS-AJUSTE-OK-FLAG
       OPEN I-O LEDGER-FILE
       IF WS-LG-STATUS = '35'
           OPEN OUTPUT LEDGER-FILE
           CLOSE LEDGER-FILE
           OPEN I-O LEDGER-FILE
       END-IF
       MOVE DS-BADGE TO LG-BADGE
       MOVE DS-DATA-JOGO TO LG-DATA-JOGO
       MOVE DS-NOME TO LG-NOME
       MOVE WS-AJUSTE TO LG-VALOR
       MOVE 0 TO LG-VALOR-IR
       MOVE WS-AJUSTE TO LG-VALOR-LIQUIDO
       MOVE 0 TO LG-REEMISSOES
       MOVE SPACES TO LG-DATA-REEMISSAO
       SET LG-AJUSTE TO TRUE
       MOVE SPACES TO LG-MOTIVO
       STRING 'AJUSTE CONTESTACAO QUESTAO ' DS-POSICAO
           DELIMITED BY SIZE INTO LG-MOTIVO
       MOVE SPACES TO LG-DATA-EXTRATO
       MOVE SPACES TO LG-DATA-RETORNO
       WRITE LEDGER-REC
           INVALID KEY
               DISPLAY 'Falha ao lancar o ajuste no ledger'
           NOT INVALID KEY
               SET WS-AJUSTE-OK TO TRUE
       END-WRITE
       CLOSE LEDGER-FILE.

       ESTORNAR-AJUSTE-LEDGER.
       OPEN I-O LEDGER-FILE
       IF WS-LG-STATUS NOT = '00'
           DISPLAY '*** Ajuste J de ' DS-BADGE ' jogo de '
               DS-DATA-JOGO ' nao pode ser estornado - '
               'excluir do ledger antes do proximo extrato ***'
       ELSE
           MOVE DS-BADGE TO LG-BADGE
           MOVE DS-DATA-JOGO TO LG-DATA-JOGO
           DELETE LEDGER-FILE RECORD
               INVALID KEY
                   DISPLAY '*** Ajuste J de ' DS-BADGE ' jogo de '
                       DS-DATA-JOGO ' nao pode ser estornado - '
                       'excluir do ledger antes do proximo extrato ***'
               NOT INVALID KEY
                   DISPLAY 'Ajuste estornado do ledger.'
           END-DELETE
           CLOSE LEDGER-FILE
       END-IF.

       DESFAZER-DECISAO.
       REWRITE DISPUTA-REC FROM WS-DISPUTA-ANTERIOR
           INVALID KEY
               DISPLAY '*** Contestacao ' DS-BADGE ' ' DS-DATA-JOGO
                   ' ' DS-POSICAO ' nao pode voltar a aberta ***'
       END-REWRITE
       MOVE WS-DISPUTA-ANTERIOR TO DISPUTA-REC.

       CORRIGIR-CLASSIFICACAO.
       MOVE 'N' TO WS-AJUSTE-OK-FLAG
       OPEN I-O STANDINGS-FILE
       IF WS-CL-STATUS = '35'
           OPEN OUTPUT STANDINGS-FILE
           CLOSE STANDINGS-FILE
           OPEN I-O STANDINGS-FILE
       END-IF
       IF WS-CL-STATUS NOT = '00'
           DISPLAY 'Classificacao indisponivel [' WS-CL-STATUS ']'
       ELSE
           PERFORM ATUALIZAR-JOGADOR-CLASSIF
           CLOSE STANDINGS-FILE
       END-IF
       IF WS-AJUSTE-OK
           MOVE WS-AJUSTE TO WS-VALOR-ED
           DISPLAY 'Classificacao corrigida: +1 acerto, +R$'
               WS-VALOR-ED
       END-IF.

       ATUALIZAR-JOGADOR-CLASSIF.
       MOVE 'N' TO WS-CL-NOVO-FLAG
       MOVE DS-BADGE TO CL-BADGE
       READ STANDINGS-FILE
           INVALID KEY
               SET WS-CL-NOVO TO TRUE
               MOVE DS-BADGE TO CL-BADGE
               MOVE DS-NOME TO CL-NOME
               MOVE 0 TO CL-JOGOS
               MOVE 0 TO CL-ACERTOS-TOTAL
               MOVE 0 TO CL-MELHOR-PREMIO
               MOVE 0 TO CL-TOTAL-GANHOS
       END-READ
       ADD 1 TO CL-ACERTOS-TOTAL
       ADD WS-AJUSTE TO CL-TOTAL-GANHOS
       IF WS-AJUSTE > CL-MELHOR-PREMIO
           MOVE WS-AJUSTE TO CL-MELHOR-PREMIO
       END-IF
       IF WS-CL-NOVO
           WRITE CLASS-REC
               INVALID KEY
                   DISPLAY 'Falha ao incluir jogador ' CL-BADGE
               NOT INVALID KEY
                   SET WS-AJUSTE-OK TO TRUE
           END-WRITE
       ELSE
           REWRITE CLASS-REC
               INVALID KEY
                   DISPLAY 'Falha ao atualizar jogador ' CL-BADGE
               NOT INVALID KEY
                   SET WS-AJUSTE-OK TO TRUE
           END-REWRITE
       END-IF.

       LISTAR-ABERTAS.
       MOVE 0 TO WS-ABERTAS
       MOVE 'N' TO WS-EOF-FLAG
       MOVE LOW-VALUES TO DS-CHAVE
       START DISPUTE-FILE KEY IS NOT LESS THAN DS-CHAVE
           INVALID KEY SET WS-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-EOF
           READ DISPUTE-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF DS-ABERTA
                       ADD 1 TO WS-ABERTAS
                       DISPLAY DS-BADGE ' ' DS-DATA-JOGO ' Q'
                           DS-POSICAO ' ' DS-NOME(1:30)
                           ' aberta em ' DS-DATA-ABERTURA
                   END-IF
           END-READ
       END-PERFORM
       DISPLAY 'Contestacoes em aberto: ' WS-ABERTAS.

       END PROGRAM CONTESTAPERGUNTA.
