      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: insider-collusion screening batch - the staff side of
      *          VerificaIdentidades. Cross-references the maintenance
      *          history (HISTALTERACOES.TXT and HISTPERGUNTAS.TXT) with
      *          the audit log and results of the last twelve months
      *          (AUDARC-AAAAMM.TXT / RESARC-AAAAMM.TXT archives plus
      *          the live AUDITORIA.TXT and RESULTADOS.TXT) and flags:
      *          an operator who created or edited a question that was
      *          then asked at a station he was running within the
      *          window below; an operator who registered or
      *          reactivated a contestant who went on to win a big
      *          prize; and an operator whose stations show a correct
      *          rate or answer speed well beyond the shop average.
      *          Training sessions are left out. Written to the
      *          confidential print file TRIAGEMOPER-AAAAMMDD.TXT for
      *          compliance, with page headers and control totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAOPERADORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-LOG ASSIGN TO "HISTALTERACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT PERGHIST-FILE ASSIGN TO "HISTPERGUNTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HP-STATUS.
           SELECT AUDIT-LOG ASSIGN USING WS-AUD-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT RESULTS-FILE ASSIGN USING WS-RES-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
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
       FD  HISTORY-LOG.
           COPY HISTREC.

       FD  PERGHIST-FILE.
           COPY PREVREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  RESULTS-FILE.
           COPY RESULTREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-HS-STATUS PIC XX VALUE '00'.
       01 WS-HP-STATUS PIC XX VALUE '00'.
       01 WS-AL-STATUS PIC XX VALUE '00'.
       01 WS-RS-STATUS PIC XX VALUE '00'.
       01 WS-OP-STATUS PIC XX VALUE '00'.
       01 WS-RP-STATUS PIC XX VALUE '00'.
       01 WS-HS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HS-EOF VALUE 'Y'.
       01 WS-HP-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HP-EOF VALUE 'Y'.
       01 WS-AL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-AL-EOF VALUE 'Y'.
       01 WS-RS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-RS-EOF VALUE 'Y'.
       01 WS-OP-ABERTO-FLAG PIC X VALUE 'N'.
           88 WS-OP-ABERTO VALUE 'S'.
       01 WS-AUD-NOME PIC X(30) VALUE SPACES.
       01 WS-RES-NOME PIC X(30) VALUE SPACES.
       01 WS-REL-NOME PIC X(30) VALUE SPACES.
       01 WS-LINHA-IMP PIC X(100) VALUE SPACES.
       01 WS-LINHAS-NA-PAGINA PIC 9(3) VALUE 99.
       01 WS-LINHAS-POR-PAGINA PIC 9(3) VALUE 55.
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-PAGINA-ED PIC ZZZ9.
       01 WS-LINHAS-IMPRESSAS PIC 9(7) VALUE 0.
       01 WS-HOJE PIC X(8).
      * Screening thresholds
       01 WS-DIAS-JANELA PIC 9(3) VALUE 30.
       01 WS-PREMIO-ALTO PIC 9(11) VALUE 100000.
       01 WS-MIN-RESPOSTAS PIC 9(5) VALUE 30.
       01 WS-MARGEM-ACERTO PIC 999V99 VALUE 15.
       01 WS-FRACAO-TEMPO PIC 9V99 VALUE 0,50.
      * Archive months scanned
       01 WS-MES-BUSCA PIC 9(6) VALUE 0.
       01 WS-MES-BUSCA-R REDEFINES WS-MES-BUSCA.
           05 WS-MB-ANO PIC 9(4).
           05 WS-MB-MES PIC 99.
       01 WS-MESES PIC 99 VALUE 0.
       01 WS-ARQUIVOS-LIDOS PIC 9(3) VALUE 0.
      * Question create/edit events
       01 WS-ED-COUNT PIC 9(5) VALUE 0.
       01 WS-ED-NUMERO PIC 9(5) OCCURS 3000 TIMES.
       01 WS-ED-OPERADOR PIC X(8) OCCURS 3000 TIMES.
       01 WS-ED-DATA-HORA PIC X(14) OCCURS 3000 TIMES.
       01 WS-ED-INT PIC 9(8) OCCURS 3000 TIMES.
      * Contestant registration / reactivation events
       01 WS-CE-COUNT PIC 9(5) VALUE 0.
       01 WS-CE-BADGE PIC X(10) OCCURS 3000 TIMES.
       01 WS-CE-OPERADOR PIC X(8) OCCURS 3000 TIMES.
       01 WS-CE-DATA PIC X(8) OCCURS 3000 TIMES.
       01 WS-CE-TIPO PIC X OCCURS 3000 TIMES.
      * Big wins
       01 WS-GR-COUNT PIC 9(5) VALUE 0.
       01 WS-GR-BADGE PIC X(10) OCCURS 500 TIMES.
       01 WS-GR-NOME PIC X(40) OCCURS 500 TIMES.
       01 WS-GR-DATA PIC X(8) OCCURS 500 TIMES.
       01 WS-GR-ESTACAO PIC XX OCCURS 500 TIMES.
       01 WS-GR-PREMIO PIC 9(11) OCCURS 500 TIMES.
       01 WS-GR-OPERADOR PIC X(8) OCCURS 500 TIMES.
      * Edited question asked at the editor's own station
       01 WS-HT-COUNT PIC 9(5) VALUE 0.
       01 WS-HT-OPERADOR PIC X(8) OCCURS 1000 TIMES.
       01 WS-HT-NUMERO PIC 9(5) OCCURS 1000 TIMES.
       01 WS-HT-DATA-EDICAO PIC X(8) OCCURS 1000 TIMES.
       01 WS-HT-DATA-JOGO PIC X(8) OCCURS 1000 TIMES.
       01 WS-HT-DIAS PIC 9(3) OCCURS 1000 TIMES.
       01 WS-HT-BADGE PIC X(10) OCCURS 1000 TIMES.
       01 WS-HT-ESTACAO PIC XX OCCURS 1000 TIMES.
       01 WS-HT-RESULTADO PIC X OCCURS 1000 TIMES.
      * Answer statistics per station operator
       01 WS-OS-COUNT PIC 9(3) VALUE 0.
       01 WS-OS-OPERADOR PIC X(8) OCCURS 200 TIMES.
       01 WS-OS-RESPOSTAS PIC 9(7) OCCURS 200 TIMES.
       01 WS-OS-ACERTOS PIC 9(7) OCCURS 200 TIMES.
       01 WS-OS-TEMPO PIC 9(9) OCCURS 200 TIMES.
       01 WS-OS-POS PIC 9(3) VALUE 0.
       01 WS-TOT-RESPOSTAS PIC 9(9) VALUE 0.
       01 WS-TOT-ACERTOS PIC 9(9) VALUE 0.
       01 WS-TOT-TEMPO PIC 9(11) VALUE 0.
       01 WS-TAXA-MEDIA PIC 999V99 VALUE 0.
       01 WS-TEMPO-MEDIO PIC 999V99 VALUE 0.
       01 WS-TAXA PIC 999V99 VALUE 0.
       01 WS-TEMPO PIC 999V99 VALUE 0.
       01 WS-TAXA-ED PIC ZZ9,99.
       01 WS-TEMPO-ED PIC ZZ9,99.
       01 WS-LIMITE-TAXA PIC 999V99 VALUE 0.
       01 WS-LIMITE-TEMPO PIC 999V99 VALUE 0.
       01 WS-ALERTA PIC X(30) VALUE SPACES.
      * Work fields
       01 WS-IDX PIC 9(5) VALUE 0.
       01 WS-JDX PIC 9(5) VALUE 0.
       01 WS-ACHOU-FLAG PIC X VALUE 'N'.
           88 WS-ACHOU VALUE 'S'.
       01 WS-CHAR-IDX PIC 99 VALUE 0.
       01 WS-PREMIO-NUM PIC 9(11) VALUE 0.
       01 WS-DATA-NUM PIC 9(8) VALUE 0.
       01 WS-JOGO-INT PIC 9(8) VALUE 0.
       01 WS-DIAS PIC 9(8) VALUE 0.
       01 WS-POS PIC 9(3) VALUE 0.
       01 WS-STATUS-ANTES PIC X VALUE SPACE.
       01 WS-STATUS-DEPOIS PIC X VALUE SPACE.
       01 WS-QUESTAO-NUM PIC 9(5) VALUE 0.
       01 WS-EV-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-EV-DATA-HORA PIC X(14) VALUE SPACES.
       01 WS-CE-ULTIMO PIC 9(5) VALUE 0.
       01 WS-NOME-OPER PIC X(30) VALUE SPACES.
       01 WS-TIPO-TXT PIC X(11) VALUE SPACES.
       01 WS-RESULT-TXT PIC X(6) VALUE SPACES.
       01 WS-MARCA PIC X(24) VALUE SPACES.
       01 WS-VALOR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-QTD-ED PIC ZZZ.ZZ9.
      * Control totals
       01 WS-HIST-LIDOS PIC 9(7) VALUE 0.
       01 WS-AUD-LIDOS PIC 9(9) VALUE 0.
       01 WS-RES-LIDOS PIC 9(9) VALUE 0.
       01 WS-EXC-EDICAO PIC 9(5) VALUE 0.
       01 WS-EXC-PREMIO PIC 9(5) VALUE 0.
       01 WS-EXC-DESEMPENHO PIC 9(5) VALUE 0.
       01 WS-DESCARTADOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
       PERFORM CARREGAR-HISTORICO
       PERFORM CARREGAR-REVISOES
       PERFORM LER-RESULTADOS
       PERFORM LER-AUDITORIAS
       OPEN INPUT OPERATOR-FILE
       IF WS-OP-STATUS = '00'
           SET WS-OP-ABERTO TO TRUE
       END-IF
       PERFORM ABRIR-RELATORIO
       PERFORM IMPRIMIR-EDICOES
       PERFORM IMPRIMIR-GRANDES-PREMIOS
       PERFORM IMPRIMIR-DESEMPENHO
       PERFORM ENCERRAR-RELATORIO
       IF WS-OP-ABERTO
           CLOSE OPERATOR-FILE
       END-IF
       DISPLAY 'Triagem de operadores gravada em ' WS-REL-NOME
       STOP RUN.

      * Question creations and edits (MANUTPERG) and contestant
      * registrations and reactivations (MANUTCONT) from the change
      * history.
       CARREGAR-HISTORICO.
       OPEN INPUT HISTORY-LOG
       IF WS-HS-STATUS NOT = '00'
           DISPLAY 'Historico nao encontrado: HISTALTERACOES.TXT'
           SET WS-HS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-HS-EOF
           READ HISTORY-LOG
               AT END SET WS-HS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-LIDOS
                   EVALUATE TRUE
                       WHEN HS-PROGRAMA = 'MANUTPERG'
                               AND (HS-INCLUSAO OR HS-ALTERACAO)
                           PERFORM GUARDAR-EDICAO-HISTORICO
                       WHEN HS-PROGRAMA = 'MANUTCONT'
                               AND (HS-INCLUSAO OR HS-MUDA-STATUS)
                           PERFORM GUARDAR-EVENTO-CONTESTANTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-PERFORM
       IF WS-HS-STATUS NOT = '35'
           CLOSE HISTORY-LOG
       END-IF.

       GUARDAR-EDICAO-HISTORICO.
       IF HS-CHAVE(1:5) NUMERIC
           MOVE HS-CHAVE(1:5) TO WS-QUESTAO-NUM
           MOVE HS-OPERADOR TO WS-EV-OPERADOR
           MOVE HS-DATA-HORA(1:14) TO WS-EV-DATA-HORA
           PERFORM GUARDAR-EDICAO
       END-IF.

       GUARDAR-EDICAO.
       MOVE 'N' TO WS-ACHOU-FLAG
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ED-COUNT OR WS-ACHOU
           IF WS-ED-NUMERO(WS-IDX) = WS-QUESTAO-NUM
                   AND WS-ED-OPERADOR(WS-IDX) = WS-EV-OPERADOR
                   AND WS-ED-DATA-HORA(WS-IDX)(1:12)
                       = WS-EV-DATA-HORA(1:12)
               SET WS-ACHOU TO TRUE
           END-IF
       END-PERFORM
       IF NOT WS-ACHOU
           IF WS-ED-COUNT < 3000 AND WS-EV-DATA-HORA(1:8) NUMERIC
               ADD 1 TO WS-ED-COUNT
               MOVE WS-QUESTAO-NUM TO WS-ED-NUMERO(WS-ED-COUNT)
               MOVE WS-EV-OPERADOR TO WS-ED-OPERADOR(WS-ED-COUNT)
               MOVE WS-EV-DATA-HORA TO WS-ED-DATA-HORA(WS-ED-COUNT)
               MOVE WS-EV-DATA-HORA(1:8) TO WS-DATA-NUM
               COMPUTE WS-ED-INT(WS-ED-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           ELSE
               ADD 1 TO WS-DESCARTADOS
           END-IF
       END-IF.

      * The contestant images carry 'STATUS=' followed by CD-STATUS;
      * a status change into A from anything else is a reactivation.
       GUARDAR-EVENTO-CONTESTANTE.
       MOVE SPACE TO WS-STATUS-ANTES
       MOVE SPACE TO WS-STATUS-DEPOIS
       MOVE 0 TO WS-POS
       INSPECT HS-DEPOIS TALLYING WS-POS
           FOR CHARACTERS BEFORE INITIAL 'STATUS='
       IF WS-POS < 112
           MOVE HS-DEPOIS(WS-POS + 8:1) TO WS-STATUS-DEPOIS
       END-IF
       MOVE 0 TO WS-POS
       INSPECT HS-ANTES TALLYING WS-POS
           FOR CHARACTERS BEFORE INITIAL 'STATUS='
       IF WS-POS < 112
           MOVE HS-ANTES(WS-POS + 8:1) TO WS-STATUS-ANTES
       END-IF
       IF HS-INCLUSAO
               OR (WS-STATUS-DEPOIS = 'A' AND WS-STATUS-ANTES NOT = 'A')
           IF WS-CE-COUNT < 3000
               ADD 1 TO WS-CE-COUNT
               MOVE HS-CHAVE TO WS-CE-BADGE(WS-CE-COUNT)
               MOVE HS-OPERADOR TO WS-CE-OPERADOR(WS-CE-COUNT)
               MOVE HS-DATA-HORA(1:8) TO WS-CE-DATA(WS-CE-COUNT)
               MOVE HS-TIPO TO WS-CE-TIPO(WS-CE-COUNT)
           ELSE
               ADD 1 TO WS-DESCARTADOS
           END-IF
       END-IF.

      * Every superseded revision in HISTPERGUNTAS.TXT is an edit;
      * the ones already seen in HISTALTERACOES.TXT are not repeated.
       CARREGAR-REVISOES.
       OPEN INPUT PERGHIST-FILE
       IF WS-HP-STATUS NOT = '00'
           SET WS-HP-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-HP-EOF
           READ PERGHIST-FILE
               AT END SET WS-HP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-LIDOS
                   MOVE HP-NUMERO TO WS-QUESTAO-NUM
                   MOVE HP-OPERADOR TO WS-EV-OPERADOR
                   MOVE HP-DATA-HORA(1:14) TO WS-EV-DATA-HORA
                   PERFORM GUARDAR-EDICAO
           END-READ
       END-PERFORM
       IF WS-HP-STATUS NOT = '35'
           CLOSE PERGHIST-FILE
       END-IF.

      * Big wins of the last twelve months plus the live file.
       LER-RESULTADOS.
       MOVE FUNCTION NUMVAL(WS-HOJE(1:6)) TO WS-MES-BUSCA
       PERFORM VARYING WS-MESES FROM 1 BY 1 UNTIL WS-MESES > 12
           PERFORM RETROCEDER-MES
       END-PERFORM
       PERFORM VARYING WS-MESES FROM 1 BY 1 UNTIL WS-MESES > 12
           MOVE SPACES TO WS-RES-NOME
           STRING 'RESARC-' WS-MES-BUSCA '.TXT'
               DELIMITED BY SIZE INTO WS-RES-NOME
           PERFORM LER-ARQUIVO-RESULTADOS
           PERFORM AVANCAR-MES
       END-PERFORM
       MOVE 'RESULTADOS.TXT' TO WS-RES-NOME
       PERFORM LER-ARQUIVO-RESULTADOS.

       LER-ARQUIVO-RESULTADOS.
       MOVE 'N' TO WS-RS-EOF-FLAG
       OPEN INPUT RESULTS-FILE
       IF WS-RS-STATUS NOT = '00'
           SET WS-RS-EOF TO TRUE
       ELSE
           ADD 1 TO WS-ARQUIVOS-LIDOS
       END-IF
       PERFORM UNTIL WS-RS-EOF
           READ RESULTS-FILE
               AT END SET WS-RS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RES-LIDOS
                   IF NOT RS-TREINO
                       PERFORM AVALIAR-RESULTADO
                   END-IF
           END-READ
       END-PERFORM
       IF WS-RS-STATUS NOT = '35'
           CLOSE RESULTS-FILE
       END-IF.

       AVALIAR-RESULTADO.
       PERFORM CONVERTER-PREMIO
       IF WS-PREMIO-NUM >= WS-PREMIO-ALTO
           IF WS-GR-COUNT < 500
               ADD 1 TO WS-GR-COUNT
               MOVE RS-BADGE TO WS-GR-BADGE(WS-GR-COUNT)
               MOVE RS-NOME TO WS-GR-NOME(WS-GR-COUNT)
               MOVE RS-DATA-JOGO TO WS-GR-DATA(WS-GR-COUNT)
               MOVE RS-ESTACAO TO WS-GR-ESTACAO(WS-GR-COUNT)
               MOVE WS-PREMIO-NUM TO WS-GR-PREMIO(WS-GR-COUNT)
               MOVE SPACES TO WS-GR-OPERADOR(WS-GR-COUNT)
           ELSE
               ADD 1 TO WS-DESCARTADOS
           END-IF
       END-IF.

       CONVERTER-PREMIO.
       MOVE 0 TO WS-PREMIO-NUM
       PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 15
           IF RS-PREMIO(WS-CHAR-IDX:1) >= '0'
                   AND RS-PREMIO(WS-CHAR-IDX:1) <= '9'
               COMPUTE WS-PREMIO-NUM = WS-PREMIO-NUM * 10
                   + FUNCTION NUMVAL(RS-PREMIO(WS-CHAR-IDX:1))
           END-IF
       END-PERFORM.

       RETROCEDER-MES.
       IF WS-MB-MES = 1
           MOVE 12 TO WS-MB-MES
           SUBTRACT 1 FROM WS-MB-ANO
       ELSE
           SUBTRACT 1 FROM WS-MB-MES
       END-IF.

       AVANCAR-MES.
       IF WS-MB-MES = 12
           MOVE 1 TO WS-MB-MES
           ADD 1 TO WS-MB-ANO
       ELSE
           ADD 1 TO WS-MB-MES
       END-IF.

      * Audit records of the same twelve months plus the live log.
       LER-AUDITORIAS.
       MOVE FUNCTION NUMVAL(WS-HOJE(1:6)) TO WS-MES-BUSCA
       PERFORM VARYING WS-MESES FROM 1 BY 1 UNTIL WS-MESES > 12
           PERFORM RETROCEDER-MES
       END-PERFORM
       PERFORM VARYING WS-MESES FROM 1 BY 1 UNTIL WS-MESES > 12
           MOVE SPACES TO WS-AUD-NOME
           STRING 'AUDARC-' WS-MES-BUSCA '.TXT'
               DELIMITED BY SIZE INTO WS-AUD-NOME
           PERFORM LER-ARQUIVO-AUDITORIA
           PERFORM AVANCAR-MES
       END-PERFORM
       MOVE 'AUDITORIA.TXT' TO WS-AUD-NOME
       PERFORM LER-ARQUIVO-AUDITORIA.

       LER-ARQUIVO-AUDITORIA.
       MOVE 'N' TO WS-AL-EOF-FLAG
       OPEN INPUT AUDIT-LOG
       IF WS-AL-STATUS NOT = '00'
           SET WS-AL-EOF TO TRUE
       ELSE
           ADD 1 TO WS-ARQUIVOS-LIDOS
       END-IF
       PERFORM UNTIL WS-AL-EOF
           READ AUDIT-LOG
               AT END SET WS-AL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-LIDOS
                   IF NOT AL-TREINO
                           AND (AL-ACERTOU OR AL-ERROU)
                           AND AL-OPERADOR NOT = SPACES
                       PERFORM AVALIAR-AUDITORIA
                   END-IF
           END-READ
       END-PERFORM
       IF WS-AL-STATUS NOT = '35'
           CLOSE AUDIT-LOG
       END-IF.

       AVALIAR-AUDITORIA.
       PERFORM ACUMULAR-OPERADOR
       IF AL-DATA-HORA(1:8) NUMERIC
           MOVE AL-DATA-HORA(1:8) TO WS-DATA-NUM
           COMPUTE WS-JOGO-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           IF AL-PERG-NUMERO > 0
               PERFORM CRUZAR-EDICOES
           END-IF
       END-IF
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GR-COUNT
           IF WS-GR-BADGE(WS-IDX) = AL-BADGE
                   AND WS-GR-DATA(WS-IDX) = AL-DATA-HORA(1:8)
                   AND WS-GR-ESTACAO(WS-IDX) = AL-ESTACAO
               MOVE AL-OPERADOR TO WS-GR-OPERADOR(WS-IDX)
           END-IF
       END-PERFORM.

       ACUMULAR-OPERADOR.
       MOVE 'N' TO WS-ACHOU-FLAG
       MOVE 0 TO WS-OS-POS
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OS-COUNT OR WS-ACHOU
           IF WS-OS-OPERADOR(WS-IDX) = AL-OPERADOR
               SET WS-ACHOU TO TRUE
               MOVE WS-IDX TO WS-OS-POS
           END-IF
       END-PERFORM
       IF NOT WS-ACHOU AND WS-OS-COUNT < 200
           ADD 1 TO WS-OS-COUNT
           MOVE WS-OS-COUNT TO WS-OS-POS
           MOVE AL-OPERADOR TO WS-OS-OPERADOR(WS-OS-POS)
           MOVE 0 TO WS-OS-RESPOSTAS(WS-OS-POS)
           MOVE 0 TO WS-OS-ACERTOS(WS-OS-POS)
           MOVE 0 TO WS-OS-TEMPO(WS-OS-POS)
       END-IF
       ADD 1 TO WS-TOT-RESPOSTAS
       ADD AL-TEMPO-GASTO TO WS-TOT-TEMPO
       IF AL-ACERTOU
           ADD 1 TO WS-TOT-ACERTOS
       END-IF
       IF WS-OS-POS > 0
           ADD 1 TO WS-OS-RESPOSTAS(WS-OS-POS)
           ADD AL-TEMPO-GASTO TO WS-OS-TEMPO(WS-OS-POS)
           IF AL-ACERTOU
               ADD 1 TO WS-OS-ACERTOS(WS-OS-POS)
           END-IF
       END-IF.

      * The question was created or edited by the operator running the
      * station, before it was asked and no more than WS-DIAS-JANELA
      * days earlier.
       CRUZAR-EDICOES.
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-ED-COUNT
           IF WS-ED-NUMERO(WS-JDX) = AL-PERG-NUMERO
                   AND WS-ED-OPERADOR(WS-JDX) = AL-OPERADOR
                   AND WS-ED-DATA-HORA(WS-JDX) <= AL-DATA-HORA(1:14)
                   AND WS-JOGO-INT - WS-ED-INT(WS-JDX)
                       <= WS-DIAS-JANELA
               PERFORM GUARDAR-OCORRENCIA-EDICAO
           END-IF
       END-PERFORM.

       GUARDAR-OCORRENCIA-EDICAO.
       ADD 1 TO WS-EXC-EDICAO
       IF WS-HT-COUNT < 1000
           ADD 1 TO WS-HT-COUNT
           MOVE AL-OPERADOR TO WS-HT-OPERADOR(WS-HT-COUNT)
           MOVE AL-PERG-NUMERO TO WS-HT-NUMERO(WS-HT-COUNT)
           MOVE WS-ED-DATA-HORA(WS-JDX)(1:8)
               TO WS-HT-DATA-EDICAO(WS-HT-COUNT)
           MOVE AL-DATA-HORA(1:8) TO WS-HT-DATA-JOGO(WS-HT-COUNT)
           COMPUTE WS-HT-DIAS(WS-HT-COUNT) =
               WS-JOGO-INT - WS-ED-INT(WS-JDX)
           MOVE AL-BADGE TO WS-HT-BADGE(WS-HT-COUNT)
           MOVE AL-ESTACAO TO WS-HT-ESTACAO(WS-HT-COUNT)
           MOVE AL-RESULTADO TO WS-HT-RESULTADO(WS-HT-COUNT)
       ELSE
           ADD 1 TO WS-DESCARTADOS
       END-IF.

       ABRIR-RELATORIO.
       MOVE SPACES TO WS-REL-NOME
       STRING 'TRIAGEMOPER-' WS-HOJE '.TXT'
           DELIMITED BY SIZE INTO WS-REL-NOME
       OPEN OUTPUT PRINT-FILE
       MOVE 99 TO WS-LINHAS-NA-PAGINA.

       IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-PAGINA-ED
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'CONFIDENCIAL - TRIAGEM DE OPERADORES'
           '                 Data: ' WS-HOJE
           '   Pagina: ' WS-PAGINA-ED
           DELIMITED BY SIZE INTO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'Uso restrito a auditoria interna e compliance. '
           'Nao divulgar.'
           DELIMITED BY SIZE INTO PRINT-REC
       WRITE PRINT-REC
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       WRITE PRINT-REC
       MOVE 5 TO WS-LINHAS-NA-PAGINA.

       IMPRIMIR-LINHA.
       IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
           PERFORM IMPRIMIR-CABECALHO
       END-IF
       WRITE PRINT-REC FROM WS-LINHA-IMP
       ADD 1 TO WS-LINHAS-NA-PAGINA
       ADD 1 TO WS-LINHAS-IMPRESSAS
       MOVE SPACES TO WS-LINHA-IMP.

       OBTER-NOME-OPERADOR.
       MOVE SPACES TO WS-NOME-OPER
       IF WS-OP-ABERTO
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE '(nao cadastrado)' TO WS-NOME-OPER
               NOT INVALID KEY
                   MOVE OP-NOME TO WS-NOME-OPER
           END-READ
       END-IF.

       IMPRIMIR-EDICOES.
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Perguntas criadas/editadas pelo operador e perguntadas '
           'na estacao dele em ate ' WS-DIAS-JANELA ' dias:'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Operador Pergunta Editada  Jogo     Dias Cracha     '
           'Est Resultado' DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-HT-COUNT
           IF WS-HT-RESULTADO(WS-IDX) = 'S'
               MOVE 'ACERTO' TO WS-RESULT-TXT
           ELSE
               MOVE 'ERRO' TO WS-RESULT-TXT
           END-IF
           MOVE SPACES TO WS-LINHA-IMP
           STRING '  ' WS-HT-OPERADOR(WS-IDX) ' '
               WS-HT-NUMERO(WS-IDX) '    '
               WS-HT-DATA-EDICAO(WS-IDX) ' '
               WS-HT-DATA-JOGO(WS-IDX) ' '
               WS-HT-DIAS(WS-IDX) '  '
               WS-HT-BADGE(WS-IDX) ' '
               WS-HT-ESTACAO(WS-IDX) '  '
               WS-RESULT-TXT
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-PERFORM
       IF WS-HT-COUNT = 0
           MOVE '  (nenhuma)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

      * For each big win, the last registration or reactivation of
      * the badge before the game and who made it. Reactivations, a
      * registration inside the window, or the same operator running
      * the winning station are marked.
       IMPRIMIR-GRANDES-PREMIOS.
       PERFORM IMPRIMIR-LINHA
       MOVE WS-PREMIO-ALTO TO WS-VALOR-ED
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Premios a partir de R$' WS-VALOR-ED
           ' de contestantes cadastrados/reativados por operador:'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GR-COUNT
           PERFORM AVALIAR-GRANDE-PREMIO
       END-PERFORM
       IF WS-EXC-PREMIO = 0
           MOVE '  (nenhum)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       AVALIAR-GRANDE-PREMIO.
       MOVE 0 TO WS-CE-ULTIMO
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-CE-COUNT
           IF WS-CE-BADGE(WS-JDX) = WS-GR-BADGE(WS-IDX)
                   AND WS-CE-DATA(WS-JDX) <= WS-GR-DATA(WS-IDX)
               MOVE WS-JDX TO WS-CE-ULTIMO
           END-IF
       END-PERFORM
       IF WS-CE-ULTIMO > 0
           ADD 1 TO WS-EXC-PREMIO
           MOVE WS-CE-ULTIMO TO WS-JDX
           IF WS-CE-TIPO(WS-JDX) = 'I'
               MOVE 'cadastrado' TO WS-TIPO-TXT
           ELSE
               MOVE 'reativado' TO WS-TIPO-TXT
           END-IF
           MOVE 0 TO WS-DIAS
           IF WS-CE-DATA(WS-JDX) NUMERIC
                   AND WS-GR-DATA(WS-IDX) NUMERIC
               MOVE WS-GR-DATA(WS-IDX) TO WS-DATA-NUM
               COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
               MOVE WS-CE-DATA(WS-JDX) TO WS-DATA-NUM
               COMPUTE WS-DIAS = WS-DIAS
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           END-IF
           MOVE SPACES TO WS-MARCA
           EVALUATE TRUE
               WHEN WS-CE-OPERADOR(WS-JDX) = WS-GR-OPERADOR(WS-IDX)
                   MOVE '*** MESMO OPERADOR ***' TO WS-MARCA
               WHEN WS-CE-TIPO(WS-JDX) NOT = 'I'
                   MOVE '*** REATIVACAO ***' TO WS-MARCA
               WHEN WS-DIAS <= WS-DIAS-JANELA
                   MOVE '*** CADASTRO RECENTE ***' TO WS-MARCA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-GR-PREMIO(WS-IDX) TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-IMP
           STRING '  ' WS-GR-BADGE(WS-IDX) ' '
               WS-GR-NOME(WS-IDX)(1:30) ' ' WS-GR-DATA(WS-IDX)
               ' R$' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
           MOVE WS-CE-OPERADOR(WS-JDX) TO OP-ID
           PERFORM OBTER-NOME-OPERADOR
           MOVE WS-DIAS TO WS-QTD-ED
           MOVE SPACES TO WS-LINHA-IMP
           STRING '    ' WS-TIPO-TXT ' em ' WS-CE-DATA(WS-JDX)
               ' por ' WS-CE-OPERADOR(WS-JDX) ' ' WS-NOME-OPER(1:20)
               ' (' WS-QTD-ED ' dias antes)'
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-LINHA-IMP
           STRING '    estacao ' WS-GR-ESTACAO(WS-IDX)
               ' operada por ' WS-GR-OPERADOR(WS-IDX) '  ' WS-MARCA
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

      * Correct rate and mean answer time per station operator against
      * the shop as a whole; an operator with at least
      * WS-MIN-RESPOSTAS answers is flagged when the rate is
      * WS-MARGEM-ACERTO points above the average or the mean time is
      * at or below WS-FRACAO-TEMPO of the average.
       IMPRIMIR-DESEMPENHO.
       PERFORM IMPRIMIR-LINHA
       MOVE 'Desempenho das estacoes por operador:' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-TOT-RESPOSTAS > 0
           COMPUTE WS-TAXA-MEDIA ROUNDED =
               WS-TOT-ACERTOS * 100 / WS-TOT-RESPOSTAS
           COMPUTE WS-TEMPO-MEDIO ROUNDED =
               WS-TOT-TEMPO / WS-TOT-RESPOSTAS
       END-IF
       COMPUTE WS-LIMITE-TAXA = WS-TAXA-MEDIA + WS-MARGEM-ACERTO
       COMPUTE WS-LIMITE-TEMPO ROUNDED =
           WS-TEMPO-MEDIO * WS-FRACAO-TEMPO
       MOVE WS-TAXA-MEDIA TO WS-TAXA-ED
       MOVE WS-TEMPO-MEDIO TO WS-TEMPO-ED
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Media da casa: ' WS-TAXA-ED '% de acerto, '
           WS-TEMPO-ED ' s por resposta'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Operador Nome                  Respostas  Acerto%  '
           'Seg.medio' DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-OS-COUNT
           COMPUTE WS-TAXA ROUNDED =
               WS-OS-ACERTOS(WS-IDX) * 100 / WS-OS-RESPOSTAS(WS-IDX)
           COMPUTE WS-TEMPO ROUNDED =
               WS-OS-TEMPO(WS-IDX) / WS-OS-RESPOSTAS(WS-IDX)
           MOVE SPACES TO WS-ALERTA
           IF WS-OS-RESPOSTAS(WS-IDX) >= WS-MIN-RESPOSTAS
               IF WS-TAXA >= WS-LIMITE-TAXA
                   MOVE '*** ACERTO ACIMA DA MEDIA ***' TO WS-ALERTA
               ELSE
                   IF WS-TEMPO <= WS-LIMITE-TEMPO
                       MOVE '*** RESPOSTAS RAPIDAS ***' TO WS-ALERTA
                   END-IF
               END-IF
           END-IF
           IF WS-ALERTA NOT = SPACES
               ADD 1 TO WS-EXC-DESEMPENHO
           END-IF
           MOVE WS-OS-OPERADOR(WS-IDX) TO OP-ID
           PERFORM OBTER-NOME-OPERADOR
           MOVE WS-OS-RESPOSTAS(WS-IDX) TO WS-QTD-ED
           MOVE WS-TAXA TO WS-TAXA-ED
           MOVE WS-TEMPO TO WS-TEMPO-ED
           MOVE SPACES TO WS-LINHA-IMP
           STRING '  ' WS-OS-OPERADOR(WS-IDX) ' '
               WS-NOME-OPER(1:20) ' ' WS-QTD-ED '   '
               WS-TAXA-ED '   ' WS-TEMPO-ED '  ' WS-ALERTA
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-PERFORM
       IF WS-OS-COUNT = 0
           MOVE '  (nenhuma resposta oficial no periodo)'
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       ENCERRAR-RELATORIO.
       PERFORM IMPRIMIR-LINHA
       MOVE ALL '-' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE 'TOTAIS DE CONTROLE' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Registros de historico lidos.......: '
           WS-HIST-LIDOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Criacoes/edicoes de perguntas......: '
           WS-ED-COUNT DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Cadastros/reativacoes de contest...: '
           WS-CE-COUNT DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Arquivos de auditoria/result. lidos: '
           WS-ARQUIVOS-LIDOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Registros de auditoria lidos.......: '
           WS-AUD-LIDOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Resultados lidos...................: '
           WS-RES-LIDOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Excecoes - pergunta editada........: '
           WS-EXC-EDICAO DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Excecoes - grande premio...........: '
           WS-EXC-PREMIO DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Excecoes - desempenho de estacao...: '
           WS-EXC-DESEMPENHO DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-DESCARTADOS > 0
           MOVE SPACES TO WS-LINHA-IMP
           STRING 'Eventos alem da capacidade (fora)..: '
               WS-DESCARTADOS DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       MOVE '*** FIM DO RELATORIO ***' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       CLOSE PRINT-FILE.

       END PROGRAM VERIFICAOPERADORES.
