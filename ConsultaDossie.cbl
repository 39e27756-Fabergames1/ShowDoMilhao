      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: read-only contestant dossier for producers and legal.
      *          Given a badge it shows in one consultation: the
      *          CADASTRO.DAT registration and its change history from
      *          HISTALTERACOES.TXT, the standings in CLASSIFICACAO.DAT
      *          and in the closed seasons listed in TEMPORADAS.TXT,
      *          every game played from RESULTADOS.TXT and the
      *          RESARC-AAAAMM.TXT archives since registration, with
      *          date, station, operator (from AUDITORIA.TXT and the
      *          AUDARC-AAAAMM.TXT archives) and prize, the
      *          question-by-question answers of any game chosen from
      *          that list, and every payout in PAGLEDGER.DAT with its
      *          status. Open to any active operator in OPERADORES.DAT
      *          (consulta level and up). On request the dossier is
      *          also written to the print file
      *          DOSSIE-<cracha>-AAAAMMDD.TXT for the contestant's
      *          folder.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTADOSSIE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT CADASTRO-FILE ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-BADGE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CD-STATUS.
           SELECT STANDINGS-FILE ASSIGN TO "CLASSIFICACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-BADGE
               FILE STATUS IS WS-CL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "PAGLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-LG-STATUS.
           SELECT RESULTS-FILE ASSIGN USING WS-RES-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT AUDIT-FILE ASSIGN USING WS-AUD-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT SEASON-ARCHIVE ASSIGN USING WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT SEASON-LIST ASSIGN TO "TEMPORADAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.
           SELECT HISTORY-LOG ASSIGN TO "HISTALTERACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-HS-STATUS.
           SELECT PRINT-FILE ASSIGN USING WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  CADASTRO-FILE.
           COPY CADREC.

       FD  STANDINGS-FILE.
           COPY CLASSREC.

       FD  LEDGER-FILE.
           COPY PAGLEDREC.

       FD  RESULTS-FILE.
           COPY RESULTREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  SEASON-ARCHIVE.
           COPY CLASSREC REPLACING ==CLASS-REC== BY ==ARCH-REC==
               LEADING ==CL== BY ==CA==.

       FD  SEASON-LIST.
           COPY TEMPREC.

       FD  HISTORY-LOG.
           COPY HISTREC.

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OP-STATUS PIC XX VALUE '00'.
       01 WS-CD-STATUS PIC XX VALUE '00'.
       01 WS-CL-STATUS PIC XX VALUE '00'.
       01 WS-LG-STATUS PIC XX VALUE '00'.
       01 WS-RS-STATUS PIC XX VALUE '00'.
       01 WS-AL-STATUS PIC XX VALUE '00'.
       01 WS-AR-STATUS PIC XX VALUE '00'.
       01 WS-TP-STATUS PIC XX VALUE '00'.
       01 WS-HS-STATUS PIC XX VALUE '00'.
       01 WS-RP-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-AR-EOF-FLAG PIC X VALUE 'N'.
           88 WS-AR-EOF VALUE 'Y'.
       01 WS-CONTINUAR PIC X VALUE 'S'.
           88 WS-SAIR VALUE 'N'.
       01 WS-HOJE PIC X(8).
      * Sign-on
       01 WS-ID-INFORMADO PIC X(8) VALUE SPACES.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-ASSINADO-FLAG PIC X VALUE 'N'.
           88 WS-ASSINADO VALUE 'S'.
      * Badge consulted
       01 WS-BADGE-BUSCA PIC X(10) VALUE SPACES.
       01 WS-CADASTRADO-FLAG PIC X VALUE 'N'.
           88 WS-CADASTRADO VALUE 'S'.
       01 WS-GRAVAR-RESP PIC X VALUE 'N'.
       01 WS-GRAVANDO-FLAG PIC X VALUE 'N'.
           88 WS-GRAVANDO VALUE 'S'.
      * Games of the badge, in the order they were read
       01 WS-JG-COUNT PIC 9(3) VALUE 0.
       01 WS-JG-MAX PIC 9(3) VALUE 300.
       01 WS-JG-DATA PIC X(8) OCCURS 300 TIMES.
       01 WS-JG-ESTACAO PIC XX OCCURS 300 TIMES.
       01 WS-JG-PREMIO PIC X(15) OCCURS 300 TIMES.
       01 WS-JG-ACERTOS PIC 99 OCCURS 300 TIMES.
       01 WS-JG-TIPO PIC X OCCURS 300 TIMES.
       01 WS-JG-EPISODIO PIC 9(5) OCCURS 300 TIMES.
       01 WS-JG-OPERADOR PIC X(8) OCCURS 300 TIMES.
      * Audit groups seen for the game's key, kept on the first game
      * of each date, station, session type and episode
       01 WS-JG-GRUPOS PIC 9(3) OCCURS 300 TIMES.
       01 WS-JG-ULT-QUESTAO PIC 99 OCCURS 300 TIMES.
       01 WS-JG-PRIMEIRO PIC 9(3) VALUE 0.
       01 WS-JG-AUX PIC 9(3) VALUE 0.
       01 WS-JG-ACHADOS PIC 9(3) VALUE 0.
       01 WS-JG-IDX PIC 9(3) VALUE 0.
       01 WS-JG-EXCEDENTES PIC 9(5) VALUE 0.
       01 WS-JOGO-ESCOLHIDO PIC 9(3) VALUE 0.
       01 WS-TIPO-TXT PIC X(8) VALUE SPACES.
      * Months of archives to read
       01 WS-RES-NOME PIC X(30) VALUE SPACES.
       01 WS-AUD-NOME PIC X(30) VALUE SPACES.
       01 WS-ARQ-NOME PIC X(30) VALUE SPACES.
       01 WS-MES-BUSCA PIC 9(6) VALUE 0.
       01 WS-MES-BUSCA-R REDEFINES WS-MES-BUSCA.
           05 WS-MB-ANO PIC 9(4).
           05 WS-MB-MES PIC 99.
       01 WS-MES-ATUAL PIC 9(6) VALUE 0.
       01 WS-MES-INICIO PIC 9(6) VALUE 0.
       01 WS-MESES PIC 9(3) VALUE 0.
      * Answers of the chosen game
       01 WS-RESPOSTAS PIC 9(3) VALUE 0.
       01 WS-OCORRENCIA PIC 9(3) VALUE 0.
       01 WS-GRUPO PIC 9(3) VALUE 0.
       01 WS-ULT-QUESTAO PIC 99 VALUE 0.
       01 WS-RESULTADO-TXT PIC X(12) VALUE SPACES.
      * Payouts
       01 WS-SITUACAO-TXT PIC X(30).
      * Output
       01 WS-REL-NOME PIC X(40) VALUE SPACES.
       01 WS-LINHA-IMP PIC X(100) VALUE SPACES.
       01 WS-LINHA-AUX PIC X(100) VALUE SPACES.
       01 WS-LINHAS-NA-PAGINA PIC 9(3) VALUE 99.
       01 WS-LINHAS-POR-PAGINA PIC 9(3) VALUE 55.
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-PAGINA-ED PIC ZZZ9.
       01 WS-VALOR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-NUM-ED PIC ZZ9.
       01 WS-ENCONTRADOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
       MOVE FUNCTION NUMVAL(WS-HOJE(1:6)) TO WS-MES-ATUAL
       PERFORM ASSINAR-OPERADOR
       IF NOT WS-ASSINADO
           STOP RUN
       END-IF
       PERFORM UNTIL WS-SAIR
           DISPLAY ' '
           DISPLAY 'Cracha a consultar (em branco = sair)? '
           ACCEPT WS-BADGE-BUSCA
           IF WS-BADGE-BUSCA = SPACES
               SET WS-SAIR TO TRUE
           ELSE
               PERFORM CONSULTAR-DOSSIE
           END-IF
       END-PERFORM
       STOP RUN.

      * Any active operator may consult; the dossier changes nothing.
       ASSINAR-OPERADOR.
       OPEN INPUT OPERATOR-FILE
       IF WS-OP-STATUS NOT = '00'
           DISPLAY 'Arquivo de operadores nao encontrado: '
               'OPERADORES.DAT'
           DISPLAY 'Cadastre operadores com ManutOperadores antes de '
               'consultar dossies.'
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
                       MOVE OP-ID TO WS-OPERADOR
                       SET WS-ASSINADO TO TRUE
                       DISPLAY 'Operador: ' OP-NOME
                   END-IF
           END-READ
           CLOSE OPERATOR-FILE
       END-IF.

       CONSULTAR-DOSSIE.
       DISPLAY 'Gravar o dossie em arquivo (S/N)? '
       ACCEPT WS-GRAVAR-RESP
       MOVE 'N' TO WS-GRAVANDO-FLAG
       IF WS-GRAVAR-RESP = 'S' OR WS-GRAVAR-RESP = 's'
           PERFORM ABRIR-RELATORIO
       END-IF
       PERFORM EXIBIR-CADASTRO
       PERFORM EXIBIR-HISTORICO
       PERFORM EXIBIR-CLASSIFICACAO
       PERFORM CARREGAR-JOGOS
       PERFORM OBTER-OPERADORES
       PERFORM EXIBIR-JOGOS
       PERFORM EXIBIR-PAGAMENTOS
       IF WS-JG-COUNT > 0
           MOVE 1 TO WS-JOGO-ESCOLHIDO
           PERFORM UNTIL WS-JOGO-ESCOLHIDO = 0
               DISPLAY ' '
               DISPLAY 'Jogo para ver as respostas (0 = encerrar)? '
               ACCEPT WS-JOGO-ESCOLHIDO
               IF WS-JOGO-ESCOLHIDO > WS-JG-COUNT
                   DISPLAY 'Jogo fora da lista.'
               ELSE
                   IF WS-JOGO-ESCOLHIDO > 0
                       PERFORM EXIBIR-RESPOSTAS
                   END-IF
               END-IF
           END-PERFORM
       END-IF
       IF WS-GRAVANDO
           MOVE SPACES TO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
           MOVE '*** FIM DO DOSSIE ***' TO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
           CLOSE PRINT-FILE
           DISPLAY 'Dossie gravado em ' WS-REL-NOME
       END-IF.

       ABRIR-RELATORIO.
       MOVE SPACES TO WS-REL-NOME
       STRING 'DOSSIE-' FUNCTION TRIM(WS-BADGE-BUSCA) '-' WS-HOJE
           '.TXT' DELIMITED BY SIZE INTO WS-REL-NOME
       OPEN OUTPUT PRINT-FILE
       IF WS-RP-STATUS = '00'
           SET WS-GRAVANDO TO TRUE
           MOVE 0 TO WS-PAGINA
           MOVE 99 TO WS-LINHAS-NA-PAGINA
       ELSE
           DISPLAY 'Nao foi possivel criar ' WS-REL-NOME
       END-IF.

       IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-PAGINA-ED
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'DOSSIE DO CONTESTANTE ' WS-BADGE-BUSCA
           '              Data: ' WS-HOJE
           '   Pagina: ' WS-PAGINA-ED
           DELIMITED BY SIZE INTO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'Consultado por: ' WS-OPERADOR
           DELIMITED BY SIZE INTO PRINT-REC
       WRITE PRINT-REC
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       WRITE PRINT-REC
       MOVE 5 TO WS-LINHAS-NA-PAGINA.

      * Every dossier line goes to the screen and, when requested, to
      * the print file.
       EMITIR-LINHA.
       DISPLAY FUNCTION TRIM(WS-LINHA-IMP TRAILING)
       IF WS-GRAVANDO
           IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           WRITE PRINT-REC FROM WS-LINHA-IMP
           ADD 1 TO WS-LINHAS-NA-PAGINA
       END-IF
       MOVE SPACES TO WS-LINHA-IMP.

       EMITIR-TITULO.
       MOVE WS-LINHA-IMP TO WS-LINHA-AUX
       MOVE SPACES TO WS-LINHA-IMP
       PERFORM EMITIR-LINHA
       MOVE WS-LINHA-AUX TO WS-LINHA-IMP
       PERFORM EMITIR-LINHA.

       EXIBIR-CADASTRO.
       MOVE 'N' TO WS-CADASTRADO-FLAG
       MOVE 0 TO WS-MES-INICIO
       MOVE 'Cadastro (CADASTRO.DAT):' TO WS-LINHA-IMP
       PERFORM EMITIR-TITULO
       OPEN INPUT CADASTRO-FILE
       IF WS-CD-STATUS = '00'
           MOVE WS-BADGE-BUSCA TO CD-BADGE
           READ CADASTRO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-CADASTRADO TO TRUE
           END-READ
           CLOSE CADASTRO-FILE
       END-IF
       IF NOT WS-CADASTRADO
           MOVE '  Cracha nao cadastrado no master' TO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       ELSE
           IF CD-DATA-INSCRICAO(1:6) NUMERIC
               MOVE CD-DATA-INSCRICAO(1:6) TO WS-MES-INICIO
           END-IF
           MOVE SPACES TO WS-LINHA-IMP
           STRING '  ' CD-BADGE '  ' CD-NOME
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA-IMP
           STRING '  Documento: ' CD-DOCUMENTO
               '  Inscricao: ' CD-DATA-INSCRICAO
               '  Status: ' CD-STATUS
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
           MOVE SPACES TO WS-LINHA-IMP
           STRING '  Vitorias: ' CD-VITORIAS
               '  Ultima vitoria: ' CD-DATA-ULT-VITORIA
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-IF.

      * Registration, alterations and status changes of the badge.
       EXIBIR-HISTORICO.
       MOVE 0 TO WS-ENCONTRADOS
       MOVE 'Historico de cadastro e status (HISTALTERACOES.TXT):'
           TO WS-LINHA-IMP
       PERFORM EMITIR-TITULO
       MOVE 'N' TO WS-EOF-FLAG
       OPEN INPUT HISTORY-LOG
       IF WS-HS-STATUS NOT = '00'
           SET WS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-EOF
           READ HISTORY-LOG
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF HS-CHAVE = WS-BADGE-BUSCA
                           AND (HS-PROGRAMA = 'MANUTCONT'
                               OR HS-PROGRAMA = 'ANONIMIZA')
                       PERFORM EXIBIR-REGISTRO-HISTORICO
                   END-IF
           END-READ
       END-PERFORM
       IF WS-HS-STATUS NOT = '35'
           CLOSE HISTORY-LOG
       END-IF
       IF WS-ENCONTRADOS = 0
           MOVE '  (nenhum registro)' TO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-IF.

       EXIBIR-REGISTRO-HISTORICO.
       ADD 1 TO WS-ENCONTRADOS
       EVALUATE TRUE
           WHEN HS-INCLUSAO MOVE 'inclusao' TO WS-TIPO-TXT
           WHEN HS-ALTERACAO MOVE 'alterac.' TO WS-TIPO-TXT
           WHEN HS-MUDA-STATUS MOVE 'status' TO WS-TIPO-TXT
           WHEN OTHER MOVE HS-TIPO TO WS-TIPO-TXT
       END-EVALUATE
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  ' HS-DATA-HORA(1:8) ' ' HS-DATA-HORA(9:6)
           ' ' WS-TIPO-TXT ' por ' HS-OPERADOR ' (' HS-PROGRAMA ')'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM EMITIR-LINHA
       IF HS-ANTES NOT = SPACES
           MOVE SPACES TO WS-LINHA-IMP
           STRING '    antes : ' HS-ANTES(1:86)
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-IF
       IF HS-DEPOIS NOT = SPACES
           MOVE SPACES TO WS-LINHA-IMP
           STRING '    depois: ' HS-DEPOIS(1:86)
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-IF.

      * Current season, then the closed seasons kept by FechaTemporada.
       EXIBIR-CLASSIFICACAO.
       MOVE 0 TO WS-ENCONTRADOS
       MOVE 'Classificacao (CLASSIFICACAO.DAT e temporadas encerradas):'
           TO WS-LINHA-IMP
       PERFORM EMITIR-TITULO
       OPEN INPUT STANDINGS-FILE
       IF WS-CL-STATUS = '00'
           MOVE WS-BADGE-BUSCA TO CL-BADGE
           READ STANDINGS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CLASS-REC TO ARCH-REC
                   MOVE '  Temporada atual' TO WS-LINHA-IMP
                   PERFORM EXIBIR-REGISTRO-CLASSIF
           END-READ
           CLOSE STANDINGS-FILE
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       OPEN INPUT SEASON-LIST
       IF WS-TP-STATUS NOT = '00'
           SET WS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-EOF
           READ SEASON-LIST
               AT END SET WS-EOF TO TRUE
               NOT AT END PERFORM LER-TEMPORADA
           END-READ
       END-PERFORM
       IF WS-TP-STATUS NOT = '35'
           CLOSE SEASON-LIST
       END-IF
       IF WS-ENCONTRADOS = 0
           MOVE '  (nenhum registro)' TO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-IF.

       LER-TEMPORADA.
       MOVE SPACES TO WS-ARQ-NOME
       STRING 'CLASSARC-' FUNCTION TRIM(TP-TEMPORADA) '.TXT'
           DELIMITED BY SIZE INTO WS-ARQ-NOME
       MOVE 'N' TO WS-AR-EOF-FLAG
       OPEN INPUT SEASON-ARCHIVE
       IF WS-AR-STATUS NOT = '00'
           SET WS-AR-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-AR-EOF
           READ SEASON-ARCHIVE
               AT END SET WS-AR-EOF TO TRUE
               NOT AT END
                   IF CA-BADGE = WS-BADGE-BUSCA
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING '  Temporada ' TP-TEMPORADA
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM EXIBIR-REGISTRO-CLASSIF
                       SET WS-AR-EOF TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-AR-STATUS NOT = '35'
           CLOSE SEASON-ARCHIVE
       END-IF.

       EXIBIR-REGISTRO-CLASSIF.
       ADD 1 TO WS-ENCONTRADOS
       MOVE CA-TOTAL-GANHOS TO WS-VALOR-ED
       MOVE SPACES TO WS-LINHA-AUX
       STRING WS-LINHA-IMP(1:24) ' Jogos: ' CA-JOGOS
           '  Acertos: ' CA-ACERTOS-TOTAL
           '  Ganhos: R$' WS-VALOR-ED
           DELIMITED BY SIZE INTO WS-LINHA-AUX
       MOVE WS-LINHA-AUX TO WS-LINHA-IMP
       PERFORM EMITIR-LINHA.

      * Archives from the month of registration (five years back when
      * the registration date is unknown), then the live file.
       CARREGAR-JOGOS.
       MOVE 0 TO WS-JG-COUNT
       MOVE 0 TO WS-JG-EXCEDENTES
       IF WS-MES-INICIO = 0
           MOVE WS-MES-ATUAL TO WS-MES-INICIO
           SUBTRACT 500 FROM WS-MES-INICIO
       END-IF
       MOVE WS-MES-INICIO TO WS-MES-BUSCA
       MOVE 0 TO WS-MESES
       PERFORM UNTIL WS-MES-BUSCA > WS-MES-ATUAL OR WS-MESES > 600
           ADD 1 TO WS-MESES
           MOVE SPACES TO WS-RES-NOME
           STRING 'RESARC-' WS-MES-BUSCA '.TXT'
               DELIMITED BY SIZE INTO WS-RES-NOME
           PERFORM LER-ARQUIVO-RESULTADOS
           PERFORM AVANCAR-MES
       END-PERFORM
       MOVE 'RESULTADOS.TXT' TO WS-RES-NOME
       PERFORM LER-ARQUIVO-RESULTADOS.

       AVANCAR-MES.
       IF WS-MB-MES = 12
           MOVE 1 TO WS-MB-MES
           ADD 1 TO WS-MB-ANO
       ELSE
           ADD 1 TO WS-MB-MES
       END-IF.

       LER-ARQUIVO-RESULTADOS.
       MOVE 'N' TO WS-EOF-FLAG
       OPEN INPUT RESULTS-FILE
       IF WS-RS-STATUS NOT = '00'
           SET WS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-EOF
           READ RESULTS-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF RS-BADGE = WS-BADGE-BUSCA
                       PERFORM GUARDAR-JOGO
                   END-IF
           END-READ
       END-PERFORM
       IF WS-RS-STATUS NOT = '35'
           CLOSE RESULTS-FILE
       END-IF.

       GUARDAR-JOGO.
       IF WS-JG-COUNT = WS-JG-MAX
           ADD 1 TO WS-JG-EXCEDENTES
       ELSE
           ADD 1 TO WS-JG-COUNT
           MOVE RS-DATA-JOGO TO WS-JG-DATA(WS-JG-COUNT)
           MOVE RS-ESTACAO TO WS-JG-ESTACAO(WS-JG-COUNT)
           MOVE RS-PREMIO TO WS-JG-PREMIO(WS-JG-COUNT)
           MOVE RS-ACERTOS TO WS-JG-ACERTOS(WS-JG-COUNT)
           MOVE RS-TIPO-SESSAO TO WS-JG-TIPO(WS-JG-COUNT)
           MOVE RS-EPISODIO TO WS-JG-EPISODIO(WS-JG-COUNT)
           MOVE SPACES TO WS-JG-OPERADOR(WS-JG-COUNT)
           MOVE 0 TO WS-JG-GRUPOS(WS-JG-COUNT)
           MOVE 0 TO WS-JG-ULT-QUESTAO(WS-JG-COUNT)
       END-IF.

      * The operator at the station comes from the audit trail of the
      * same badge, date, station, session type and episode. When the
      * badge played more than one game under that key, a new game
      * starts each time the question number goes back (a 50/50 or a
      * skip repeats the number of the answer that follows it), and
      * the n-th group goes to the n-th game. Rejections are written
      * with question 00 and belong to no game.
       OBTER-OPERADORES.
       IF WS-JG-COUNT > 0
           MOVE WS-MES-INICIO TO WS-MES-BUSCA
           MOVE 0 TO WS-MESES
           PERFORM UNTIL WS-MES-BUSCA > WS-MES-ATUAL
                   OR WS-MESES > 600
               ADD 1 TO WS-MESES
               MOVE SPACES TO WS-AUD-NOME
               STRING 'AUDARC-' WS-MES-BUSCA '.TXT'
                   DELIMITED BY SIZE INTO WS-AUD-NOME
               PERFORM LER-OPERADORES-ARQUIVO
               PERFORM AVANCAR-MES
           END-PERFORM
           MOVE 'AUDITORIA.TXT' TO WS-AUD-NOME
           PERFORM LER-OPERADORES-ARQUIVO
       END-IF.

       LER-OPERADORES-ARQUIVO.
       MOVE 'N' TO WS-EOF-FLAG
       OPEN INPUT AUDIT-FILE
       IF WS-AL-STATUS NOT = '00'
           SET WS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-EOF
           READ AUDIT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF AL-BADGE = WS-BADGE-BUSCA
                           AND NOT AL-REJEITADO
                       PERFORM ATRIBUIR-OPERADOR
                   END-IF
           END-READ
       END-PERFORM
       IF WS-AL-STATUS NOT = '35'
           CLOSE AUDIT-FILE
       END-IF.

       ATRIBUIR-OPERADOR.
       MOVE 0 TO WS-JG-PRIMEIRO
       PERFORM VARYING WS-JG-IDX FROM 1 BY 1
               UNTIL WS-JG-IDX > WS-JG-COUNT OR WS-JG-PRIMEIRO > 0
           IF WS-JG-DATA(WS-JG-IDX) = AL-DATA-HORA(1:8)
                   AND WS-JG-ESTACAO(WS-JG-IDX) = AL-ESTACAO
                   AND AL-TIPO-SESSAO = WS-JG-TIPO(WS-JG-IDX)
                   AND AL-EPISODIO = WS-JG-EPISODIO(WS-JG-IDX)
               MOVE WS-JG-IDX TO WS-JG-PRIMEIRO
           END-IF
       END-PERFORM
       IF WS-JG-PRIMEIRO > 0
           IF WS-JG-GRUPOS(WS-JG-PRIMEIRO) = 0
                   OR AL-QUESTAO-NUM
                       < WS-JG-ULT-QUESTAO(WS-JG-PRIMEIRO)
               ADD 1 TO WS-JG-GRUPOS(WS-JG-PRIMEIRO)
           END-IF
           MOVE AL-QUESTAO-NUM TO WS-JG-ULT-QUESTAO(WS-JG-PRIMEIRO)
           MOVE 0 TO WS-JG-ACHADOS
           PERFORM VARYING WS-JG-IDX FROM WS-JG-PRIMEIRO BY 1
                   UNTIL WS-JG-IDX > WS-JG-COUNT
               IF WS-JG-DATA(WS-JG-IDX) = AL-DATA-HORA(1:8)
                       AND WS-JG-ESTACAO(WS-JG-IDX) = AL-ESTACAO
                       AND AL-TIPO-SESSAO = WS-JG-TIPO(WS-JG-IDX)
                       AND AL-EPISODIO = WS-JG-EPISODIO(WS-JG-IDX)
                   ADD 1 TO WS-JG-ACHADOS
                   IF WS-JG-ACHADOS = WS-JG-GRUPOS(WS-JG-PRIMEIRO)
                           AND WS-JG-OPERADOR(WS-JG-IDX) = SPACES
                           AND AL-OPERADOR NOT = SPACES
                       MOVE AL-OPERADOR TO WS-JG-OPERADOR(WS-JG-IDX)
                   END-IF
               END-IF
           END-PERFORM
       END-IF.

       EXIBIR-JOGOS.
       MOVE 'Jogos (RESULTADOS.TXT e RESARC-AAAAMM.TXT):'
           TO WS-LINHA-IMP
       PERFORM EMITIR-TITULO
       IF WS-JG-COUNT = 0
           MOVE '  (nenhum jogo)' TO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       ELSE
           MOVE '  Nr Data     Est Operador Sessao  Ep.'
               TO WS-LINHA-IMP
           MOVE 'Acertos' TO WS-LINHA-IMP(42:7)
           MOVE 'Premio' TO WS-LINHA-IMP(52:6)
           PERFORM EMITIR-LINHA
       END-IF
       PERFORM VARYING WS-JG-IDX FROM 1 BY 1
               UNTIL WS-JG-IDX > WS-JG-COUNT
           IF WS-JG-TIPO(WS-JG-IDX) = 'T'
               MOVE 'treino' TO WS-TIPO-TXT
           ELSE
               MOVE 'oficial' TO WS-TIPO-TXT
           END-IF
           MOVE WS-JG-IDX TO WS-NUM-ED
           MOVE SPACES TO WS-LINHA-IMP
           STRING ' ' WS-NUM-ED ' ' WS-JG-DATA(WS-JG-IDX)
               ' ' WS-JG-ESTACAO(WS-JG-IDX)
               '  ' WS-JG-OPERADOR(WS-JG-IDX)
               ' ' WS-TIPO-TXT
               WS-JG-EPISODIO(WS-JG-IDX)
               '   ' WS-JG-ACERTOS(WS-JG-IDX)
               '      ' WS-JG-PREMIO(WS-JG-IDX)
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-PERFORM
       IF WS-JG-EXCEDENTES > 0
           MOVE SPACES TO WS-LINHA-IMP
           STRING '  Mais ' WS-JG-EXCEDENTES
               ' jogo(s) alem do limite de 300 nao listados'
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-IF.

      * Answer records of the chosen game: same badge, date, station,
      * session type and episode, from the month archive and the live
      * audit trail. If the badge played that key more than once, the
      * chosen game is the k-th group of records, k being its position
      * among the games listed with the same key; groups are counted
      * as in ATRIBUIR-OPERADOR.
       EXIBIR-RESPOSTAS.
       MOVE 0 TO WS-RESPOSTAS
       MOVE WS-JOGO-ESCOLHIDO TO WS-JG-IDX
       MOVE 1 TO WS-OCORRENCIA
       PERFORM VARYING WS-JG-AUX FROM 1 BY 1
               UNTIL WS-JG-AUX NOT < WS-JG-IDX
           IF WS-JG-DATA(WS-JG-AUX) = WS-JG-DATA(WS-JG-IDX)
                   AND WS-JG-ESTACAO(WS-JG-AUX)
                       = WS-JG-ESTACAO(WS-JG-IDX)
                   AND WS-JG-TIPO(WS-JG-AUX) = WS-JG-TIPO(WS-JG-IDX)
                   AND WS-JG-EPISODIO(WS-JG-AUX)
                       = WS-JG-EPISODIO(WS-JG-IDX)
               ADD 1 TO WS-OCORRENCIA
           END-IF
       END-PERFORM
       MOVE 0 TO WS-GRUPO
       MOVE 0 TO WS-ULT-QUESTAO
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Respostas do jogo ' WS-JG-IDX ' de '
           WS-JG-DATA(WS-JG-IDX) ' estacao ' WS-JG-ESTACAO(WS-JG-IDX)
           ':' DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM EMITIR-TITULO
       MOVE SPACES TO WS-AUD-NOME
       STRING 'AUDARC-' WS-JG-DATA(WS-JG-IDX)(1:6) '.TXT'
           DELIMITED BY SIZE INTO WS-AUD-NOME
       PERFORM LER-RESPOSTAS-ARQUIVO
       MOVE 'AUDITORIA.TXT' TO WS-AUD-NOME
       PERFORM LER-RESPOSTAS-ARQUIVO
       IF WS-RESPOSTAS = 0
           MOVE '  (nenhuma resposta na auditoria)' TO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-IF.

       LER-RESPOSTAS-ARQUIVO.
       MOVE 'N' TO WS-EOF-FLAG
       OPEN INPUT AUDIT-FILE
       IF WS-AL-STATUS NOT = '00'
           SET WS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-EOF
           READ AUDIT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF AL-BADGE = WS-BADGE-BUSCA
                           AND AL-DATA-HORA(1:8) = WS-JG-DATA(WS-JG-IDX)
                           AND AL-ESTACAO = WS-JG-ESTACAO(WS-JG-IDX)
                           AND AL-TIPO-SESSAO = WS-JG-TIPO(WS-JG-IDX)
                           AND AL-EPISODIO = WS-JG-EPISODIO(WS-JG-IDX)
                           AND NOT AL-REJEITADO
                       IF WS-GRUPO = 0
                               OR AL-QUESTAO-NUM < WS-ULT-QUESTAO
                           ADD 1 TO WS-GRUPO
                       END-IF
                       MOVE AL-QUESTAO-NUM TO WS-ULT-QUESTAO
                       IF WS-GRUPO = WS-OCORRENCIA
                           PERFORM EXIBIR-RESPOSTA
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-AL-STATUS NOT = '35'
           CLOSE AUDIT-FILE
       END-IF.

       EXIBIR-RESPOSTA.
       ADD 1 TO WS-RESPOSTAS
       EVALUATE TRUE
           WHEN AL-ACERTOU MOVE 'acertou' TO WS-RESULTADO-TXT
           WHEN AL-ERROU MOVE 'errou' TO WS-RESULTADO-TXT
           WHEN AL-PULOU MOVE 'pulou' TO WS-RESULTADO-TXT
           WHEN AL-REJEITADO MOVE 'rejeitado' TO WS-RESULTADO-TXT
           WHEN AL-CINQUENTA MOVE 'ajuda 50/50' TO WS-RESULTADO-TXT
           WHEN OTHER MOVE AL-RESULTADO TO WS-RESULTADO-TXT
       END-EVALUATE
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  ' AL-QUESTAO-NUM ' ' AL-DATA-HORA(9:6)
           ' perg ' AL-PERG-NUMERO '/' AL-REVISAO
           ' nivel ' AL-DIFIC-SORTEADA
           ' opcao ' AL-OPCAO-ESCOLHIDA
           ' ' WS-RESULTADO-TXT
           ' ' AL-TEMPO-GASTO 's'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM EMITIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '     ' AL-QUESTAO-TEXTO(1:90)
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM EMITIR-LINHA.

       EXIBIR-PAGAMENTOS.
       MOVE 0 TO WS-ENCONTRADOS
       MOVE 'Pagamentos (PAGLEDGER.DAT):' TO WS-LINHA-IMP
       PERFORM EMITIR-TITULO
       MOVE 'N' TO WS-EOF-FLAG
       OPEN INPUT LEDGER-FILE
       IF WS-LG-STATUS NOT = '00'
           SET WS-EOF TO TRUE
       ELSE
           MOVE WS-BADGE-BUSCA TO LG-BADGE
           MOVE LOW-VALUES TO LG-DATA-JOGO
           START LEDGER-FILE KEY IS NOT LESS THAN LG-CHAVE
               INVALID KEY SET WS-EOF TO TRUE
           END-START
       END-IF
       PERFORM UNTIL WS-EOF
           READ LEDGER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF LG-BADGE = WS-BADGE-BUSCA
                       PERFORM EXIBIR-PAGAMENTO
                   ELSE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-LG-STATUS NOT = '35'
           CLOSE LEDGER-FILE
       END-IF
       IF WS-ENCONTRADOS = 0
           MOVE '  (nenhum pagamento)' TO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-IF.

       EXIBIR-PAGAMENTO.
       ADD 1 TO WS-ENCONTRADOS
       EVALUATE TRUE
           WHEN LG-EMITIDO
               MOVE 'Enviado ao financeiro' TO WS-SITUACAO-TXT
           WHEN LG-PAGO
               MOVE 'Pago' TO WS-SITUACAO-TXT
           WHEN LG-PENDENTE
               MOVE 'Pendente no financeiro' TO WS-SITUACAO-TXT
           WHEN LG-REJEITADO
               MOVE 'Rejeitado - reemitir' TO WS-SITUACAO-TXT
           WHEN LG-AJUSTE
               MOVE 'Ajuste de contestacao a emitir'
                   TO WS-SITUACAO-TXT
           WHEN LG-ESCALADO
               MOVE 'Escalado - limite reemissoes'
                   TO WS-SITUACAO-TXT
           WHEN OTHER
               MOVE 'Situacao desconhecida' TO WS-SITUACAO-TXT
       END-EVALUATE
       MOVE LG-VALOR TO WS-VALOR-ED
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Jogo de ' LG-DATA-JOGO '  R$' WS-VALOR-ED
           '  [' WS-SITUACAO-TXT ']'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM EMITIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '    Extrato em ' LG-DATA-EXTRATO
           '  Retorno em ' LG-DATA-RETORNO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM EMITIR-LINHA
       IF LG-MOTIVO NOT = SPACES
           MOVE SPACES TO WS-LINHA-IMP
           STRING '    Motivo: ' LG-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-IF
       IF LG-REEMISSOES NUMERIC AND LG-REEMISSOES > 0
           MOVE SPACES TO WS-LINHA-IMP
           STRING '    Reemitido ' LG-REEMISSOES
               ' vez(es), ultima em ' LG-DATA-REEMISSAO
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM EMITIR-LINHA
       END-IF.

       END PROGRAM CONSULTADOSSIE.
