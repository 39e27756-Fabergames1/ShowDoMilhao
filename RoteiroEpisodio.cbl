      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: post-production rundown of one taping session
      *          (episode of SESSOES.DAT) for the edit suite and the
      *          broadcast-standards reviewer. Reads the audit trail
      *          of the taping month (AUDARC-AAAAMM.TXT, the month
      *          after it and the live AUDITORIA.TXT) and lists, for
      *          every contestant of the episode in the order they
      *          played and every question in order, the clock time,
      *          elapsed seconds, lifelines used, the answer given,
      *          right or wrong and the prize at stake. The final
      *          prize of each contestant comes from the results
      *          (RESARC-AAAAMM.TXT and RESULTADOS.TXT) and the
      *          episode total of prize money closes the document.
      *          Rehearsal records are left out. Written to the print
      *          file ROTEIRO-EPnnnnn.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTEIROEPISODIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-EPISODIO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SS-STATUS.
           SELECT AUDIT-LOG ASSIGN USING WS-AUD-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT RESULTS-FILE ASSIGN USING WS-RES-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT PRINT-FILE ASSIGN USING WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
           COPY SESSREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  RESULTS-FILE.
           COPY RESULTREC.

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SS-STATUS PIC XX VALUE '00'.
       01 WS-AL-STATUS PIC XX VALUE '00'.
       01 WS-RS-STATUS PIC XX VALUE '00'.
       01 WS-RP-STATUS PIC XX VALUE '00'.
       01 WS-AL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-AL-EOF VALUE 'Y'.
       01 WS-RS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-RS-EOF VALUE 'Y'.
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
       01 WS-EPISODIO-INF PIC X(5).
       01 WS-EPISODIO PIC 9(5) VALUE 0.
       01 WS-MES-GRAVACAO PIC X(6).
       01 WS-MES-SEGUINTE PIC 9(6) VALUE 0.
       01 WS-MES-SEGUINTE-R REDEFINES WS-MES-SEGUINTE.
           05 WS-MS-ANO PIC 9(4).
           05 WS-MS-MES PIC 99.
       01 WS-PRIZE-TABLE.
           05 WS-PRIZE-AMOUNT PIC X(15) OCCURS 5 TIMES.
       01 WS-IDX PIC 9(5) VALUE 0.
       01 WS-JDX PIC 9(5) VALUE 0.
       01 WS-POS PIC 9(5) VALUE 0.
       01 WS-BADGE-BUSCA PIC X(10).
       01 WS-CTE-COUNT PIC 9(5) VALUE 0.
       01 WS-CTE-EXCEDENTES PIC 9(5) VALUE 0.
       01 WS-EV-EXCEDENTES PIC 9(5) VALUE 0.
       01 WS-CTE-BADGE PIC X(10) OCCURS 300 TIMES.
       01 WS-CTE-NOME PIC X(40) OCCURS 300 TIMES.
       01 WS-CTE-ESTACAO PIC XX OCCURS 300 TIMES.
       01 WS-CTE-OPERADOR PIC X(8) OCCURS 300 TIMES.
       01 WS-CTE-PREMIO PIC X(15) OCCURS 300 TIMES.
       01 WS-CTE-PREMIO-NUM PIC 9(11) OCCURS 300 TIMES.
       01 WS-CTE-JOGOS PIC 9(3) OCCURS 300 TIMES.
       01 WS-CTE-CINQ-PEND PIC X OCCURS 300 TIMES.
       01 WS-EV-COUNT PIC 9(5) VALUE 0.
       01 WS-EV-CTE PIC 9(5) OCCURS 3000 TIMES.
       01 WS-EV-QUESTAO PIC 99 OCCURS 3000 TIMES.
       01 WS-EV-HORA PIC X(6) OCCURS 3000 TIMES.
       01 WS-EV-TEMPO PIC 9(3) OCCURS 3000 TIMES.
       01 WS-EV-AJUDA PIC X(10) OCCURS 3000 TIMES.
       01 WS-EV-OPCAO PIC X OCCURS 3000 TIMES.
       01 WS-EV-RESULTADO PIC X OCCURS 3000 TIMES.
       01 WS-EV-PERGUNTA PIC 9(5) OCCURS 3000 TIMES.
       01 WS-HORA-ED PIC X(8).
       01 WS-RESULTADO-TXT PIC X(10).
       01 WS-PREMIO-JOGO PIC X(15).
       01 WS-AUD-LIDOS PIC 9(7) VALUE 0.
       01 WS-AUD-EPISODIO PIC 9(7) VALUE 0.
       01 WS-ENSAIOS PIC 9(7) VALUE 0.
       01 WS-RES-EPISODIO PIC 9(5) VALUE 0.
       01 WS-PERGUNTAS-FEITAS PIC 9(5) VALUE 0.
       01 WS-ACERTOS PIC 9(5) VALUE 0.
       01 WS-PREMIO-NUM PIC 9(11) VALUE 0.
       01 WS-CHAR-IDX PIC 99 VALUE 0.
       01 WS-TOTAL-EPISODIO PIC 9(13) VALUE 0.
       01 WS-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
       DISPLAY 'Numero do episodio? '
       ACCEPT WS-EPISODIO-INF
       IF WS-EPISODIO-INF = SPACES
           DISPLAY 'Episodio nao informado.'
           STOP RUN
       END-IF
       COMPUTE WS-EPISODIO = FUNCTION NUMVAL(WS-EPISODIO-INF)
       OPEN INPUT SESSION-FILE
       IF WS-SS-STATUS NOT = '00'
           DISPLAY 'Cadastro de sessoes nao encontrado: SESSOES.DAT'
           STOP RUN
       END-IF
       MOVE WS-EPISODIO TO SS-EPISODIO
       READ SESSION-FILE
           INVALID KEY
               DISPLAY 'Episodio nao cadastrado: ' WS-EPISODIO
               CLOSE SESSION-FILE
               STOP RUN
       END-READ
       CLOSE SESSION-FILE
       MOVE 'R$1.000' TO WS-PRIZE-AMOUNT(1)
       MOVE 'R$5.000' TO WS-PRIZE-AMOUNT(2)
       MOVE 'R$25.000' TO WS-PRIZE-AMOUNT(3)
       MOVE 'R$100.000' TO WS-PRIZE-AMOUNT(4)
       MOVE 'R$1.000.000' TO WS-PRIZE-AMOUNT(5)
       MOVE SS-DATA-GRAVACAO(1:6) TO WS-MES-GRAVACAO
       MOVE FUNCTION NUMVAL(WS-MES-GRAVACAO) TO WS-MES-SEGUINTE
       IF WS-MS-MES = 12
           MOVE 1 TO WS-MS-MES
           ADD 1 TO WS-MS-ANO
       ELSE
           ADD 1 TO WS-MS-MES
       END-IF
       MOVE SPACES TO WS-AUD-NOME
       STRING 'AUDARC-' WS-MES-GRAVACAO '.TXT'
           DELIMITED BY SIZE INTO WS-AUD-NOME
       PERFORM VARRER-AUDITORIA
       MOVE SPACES TO WS-AUD-NOME
       STRING 'AUDARC-' WS-MES-SEGUINTE '.TXT'
           DELIMITED BY SIZE INTO WS-AUD-NOME
       PERFORM VARRER-AUDITORIA
       MOVE 'AUDITORIA.TXT' TO WS-AUD-NOME
       PERFORM VARRER-AUDITORIA
       MOVE SPACES TO WS-RES-NOME
       STRING 'RESARC-' WS-MES-GRAVACAO '.TXT'
           DELIMITED BY SIZE INTO WS-RES-NOME
       PERFORM VARRER-RESULTADOS
       MOVE SPACES TO WS-RES-NOME
       STRING 'RESARC-' WS-MES-SEGUINTE '.TXT'
           DELIMITED BY SIZE INTO WS-RES-NOME
       PERFORM VARRER-RESULTADOS
       MOVE 'RESULTADOS.TXT' TO WS-RES-NOME
       PERFORM VARRER-RESULTADOS
       PERFORM ABRIR-RELATORIO
       PERFORM IMPRIMIR-SESSAO
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CTE-COUNT
           PERFORM IMPRIMIR-CONTESTANTE
       END-PERFORM
       IF WS-CTE-COUNT = 0
           MOVE 'Nenhum jogo registrado para o episodio.'
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       PERFORM ENCERRAR-RELATORIO
       MOVE WS-TOTAL-EPISODIO TO WS-TOTAL-ED
       DISPLAY 'Contestantes no episodio...: ' WS-CTE-COUNT
       DISPLAY 'Premios do episodio........: R$' WS-TOTAL-ED
       DISPLAY 'Roteiro gravado em ' WS-REL-NOME
       STOP RUN.

       VARRER-AUDITORIA.
       MOVE 'N' TO WS-AL-EOF-FLAG
       OPEN INPUT AUDIT-LOG
       IF WS-AL-STATUS NOT = '00'
           SET WS-AL-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-AL-EOF
           READ AUDIT-LOG
               AT END SET WS-AL-EOF TO TRUE
               NOT AT END PERFORM PROCESSAR-AUDITORIA
           END-READ
       END-PERFORM
       IF WS-AL-STATUS NOT = '35'
           CLOSE AUDIT-LOG
       END-IF.

       PROCESSAR-AUDITORIA.
       ADD 1 TO WS-AUD-LIDOS
       IF AL-EPISODIO NUMERIC AND AL-EPISODIO = WS-EPISODIO
           IF AL-TREINO
               ADD 1 TO WS-ENSAIOS
           ELSE
               ADD 1 TO WS-AUD-EPISODIO
               MOVE AL-BADGE TO WS-BADGE-BUSCA
               PERFORM LOCALIZAR-CONTESTANTE
               IF WS-POS > 0
                   IF WS-CTE-ESTACAO(WS-POS) = SPACES
                       MOVE AL-ESTACAO TO WS-CTE-ESTACAO(WS-POS)
                       MOVE AL-OPERADOR TO WS-CTE-OPERADOR(WS-POS)
                   END-IF
                   IF AL-CINQUENTA
                       MOVE 'S' TO WS-CTE-CINQ-PEND(WS-POS)
                   ELSE
                       PERFORM GUARDAR-EVENTO
                   END-IF
               END-IF
           END-IF
       END-IF.

      * The 50/50 record comes just before the answer it helped with,
      * so the lifeline is shown on that answer line.
       GUARDAR-EVENTO.
       IF WS-EV-COUNT < 3000
           ADD 1 TO WS-EV-COUNT
           MOVE WS-POS TO WS-EV-CTE(WS-EV-COUNT)
           MOVE AL-QUESTAO-NUM TO WS-EV-QUESTAO(WS-EV-COUNT)
           MOVE AL-DATA-HORA(9:6) TO WS-EV-HORA(WS-EV-COUNT)
           MOVE AL-TEMPO-GASTO TO WS-EV-TEMPO(WS-EV-COUNT)
           MOVE AL-OPCAO-ESCOLHIDA TO WS-EV-OPCAO(WS-EV-COUNT)
           MOVE AL-RESULTADO TO WS-EV-RESULTADO(WS-EV-COUNT)
           MOVE AL-PERG-NUMERO TO WS-EV-PERGUNTA(WS-EV-COUNT)
           EVALUATE TRUE
               WHEN AL-PULOU
                   MOVE 'PULO' TO WS-EV-AJUDA(WS-EV-COUNT)
               WHEN WS-CTE-CINQ-PEND(WS-POS) = 'S'
                   MOVE '50/50' TO WS-EV-AJUDA(WS-EV-COUNT)
               WHEN OTHER
                   MOVE '-' TO WS-EV-AJUDA(WS-EV-COUNT)
           END-EVALUATE
           MOVE 'N' TO WS-CTE-CINQ-PEND(WS-POS)
       ELSE
           ADD 1 TO WS-EV-EXCEDENTES
       END-IF.

       LOCALIZAR-CONTESTANTE.
       MOVE 0 TO WS-POS
       PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-CTE-COUNT OR WS-POS > 0
           IF WS-CTE-BADGE(WS-JDX) = WS-BADGE-BUSCA
               MOVE WS-JDX TO WS-POS
           END-IF
       END-PERFORM
       IF WS-POS = 0 AND WS-CTE-COUNT < 300
           ADD 1 TO WS-CTE-COUNT
           MOVE WS-CTE-COUNT TO WS-POS
           MOVE WS-BADGE-BUSCA TO WS-CTE-BADGE(WS-POS)
           MOVE SPACES TO WS-CTE-NOME(WS-POS)
           MOVE SPACES TO WS-CTE-ESTACAO(WS-POS)
           MOVE SPACES TO WS-CTE-OPERADOR(WS-POS)
           MOVE SPACES TO WS-CTE-PREMIO(WS-POS)
           MOVE 0 TO WS-CTE-PREMIO-NUM(WS-POS)
           MOVE 0 TO WS-CTE-JOGOS(WS-POS)
           MOVE 'N' TO WS-CTE-CINQ-PEND(WS-POS)
       END-IF
       IF WS-POS = 0
           ADD 1 TO WS-CTE-EXCEDENTES
       END-IF.

       VARRER-RESULTADOS.
       MOVE 'N' TO WS-RS-EOF-FLAG
       OPEN INPUT RESULTS-FILE
       IF WS-RS-STATUS NOT = '00'
           SET WS-RS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-RS-EOF
           READ RESULTS-FILE
               AT END SET WS-RS-EOF TO TRUE
               NOT AT END
                   IF RS-EPISODIO NUMERIC
                           AND RS-EPISODIO = WS-EPISODIO
                           AND NOT RS-TREINO
                       PERFORM PROCESSAR-RESULTADO
                   END-IF
           END-READ
       END-PERFORM
       IF WS-RS-STATUS NOT = '35'
           CLOSE RESULTS-FILE
       END-IF.

       PROCESSAR-RESULTADO.
       ADD 1 TO WS-RES-EPISODIO
       MOVE RS-BADGE TO WS-BADGE-BUSCA
       PERFORM LOCALIZAR-CONTESTANTE
       IF WS-POS > 0
           MOVE RS-NOME TO WS-CTE-NOME(WS-POS)
           MOVE RS-PREMIO TO WS-CTE-PREMIO(WS-POS)
           IF WS-CTE-ESTACAO(WS-POS) = SPACES
               MOVE RS-ESTACAO TO WS-CTE-ESTACAO(WS-POS)
           END-IF
           PERFORM CONVERTER-PREMIO
           ADD WS-PREMIO-NUM TO WS-CTE-PREMIO-NUM(WS-POS)
           ADD 1 TO WS-CTE-JOGOS(WS-POS)
           ADD WS-PREMIO-NUM TO WS-TOTAL-EPISODIO
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

       ABRIR-RELATORIO.
       MOVE SPACES TO WS-REL-NOME
       STRING 'ROTEIRO-EP' WS-EPISODIO '.TXT'
           DELIMITED BY SIZE INTO WS-REL-NOME
       OPEN OUTPUT PRINT-FILE
       MOVE 99 TO WS-LINHAS-NA-PAGINA.

       IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-PAGINA-ED
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'ROTEIRO DE POS-PRODUCAO - EPISODIO ' WS-EPISODIO
           '          Data: ' WS-HOJE
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

       IMPRIMIR-SESSAO.
       STRING 'Gravacao: ' SS-DATA-GRAVACAO
           '   Exibicao prevista: ' SS-DATA-EXIBICAO
           '   Situacao: ' SS-STATUS
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Apresentador: ' SS-APRESENTADOR
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Estacoes: ' SS-ESTACOES
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CONTESTANTE.
       MOVE ALL '-' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'CONTESTANTE ' WS-CTE-BADGE(WS-IDX) ' '
           WS-CTE-NOME(WS-IDX)
           ' Est ' WS-CTE-ESTACAO(WS-IDX)
           ' Oper ' WS-CTE-OPERADOR(WS-IDX)
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE '  QST HORA      SEG  AJUDA      RESP  RESULTADO  PERGUNTA'
           TO WS-LINHA-IMP
       MOVE 'PREMIO EM JOGO' TO WS-LINHA-IMP(61:14)
       PERFORM IMPRIMIR-LINHA
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-EV-COUNT
           IF WS-EV-CTE(WS-JDX) = WS-IDX
               PERFORM IMPRIMIR-EVENTO
           END-IF
       END-PERFORM
       IF WS-CTE-JOGOS(WS-IDX) = 0
           MOVE '  Premio final: sem resultado gravado '
               TO WS-LINHA-IMP
           MOVE '(jogo interrompido)' TO WS-LINHA-IMP(39:19)
       ELSE
           MOVE WS-CTE-PREMIO-NUM(WS-IDX) TO WS-TOTAL-ED
           STRING '  Premio final: ' WS-CTE-PREMIO(WS-IDX)
               '   Total no episodio: R$' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA-IMP
       END-IF
       PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-EVENTO.
       STRING WS-EV-HORA(WS-JDX)(1:2) ':' WS-EV-HORA(WS-JDX)(3:2) ':'
           WS-EV-HORA(WS-JDX)(5:2)
           DELIMITED BY SIZE INTO WS-HORA-ED
       EVALUATE WS-EV-RESULTADO(WS-JDX)
           WHEN 'S' MOVE 'ACERTOU' TO WS-RESULTADO-TXT
           WHEN 'N' MOVE 'ERROU' TO WS-RESULTADO-TXT
           WHEN 'P' MOVE 'PULOU' TO WS-RESULTADO-TXT
           WHEN 'R' MOVE 'REJEITADO' TO WS-RESULTADO-TXT
           WHEN OTHER MOVE WS-EV-RESULTADO(WS-JDX) TO WS-RESULTADO-TXT
       END-EVALUATE
       IF WS-EV-QUESTAO(WS-JDX) >= 1 AND WS-EV-QUESTAO(WS-JDX) <= 5
           MOVE WS-PRIZE-AMOUNT(WS-EV-QUESTAO(WS-JDX))
               TO WS-PREMIO-JOGO
       ELSE
           MOVE '-' TO WS-PREMIO-JOGO
       END-IF
       IF WS-EV-RESULTADO(WS-JDX) = 'S' OR WS-EV-RESULTADO(WS-JDX) = 'N'
           ADD 1 TO WS-PERGUNTAS-FEITAS
       END-IF
       IF WS-EV-RESULTADO(WS-JDX) = 'S'
           ADD 1 TO WS-ACERTOS
       END-IF
       STRING '  Q' WS-EV-QUESTAO(WS-JDX) ' ' WS-HORA-ED '  '
           WS-EV-TEMPO(WS-JDX) '  ' WS-EV-AJUDA(WS-JDX) ' '
           WS-EV-OPCAO(WS-JDX) '     ' WS-RESULTADO-TXT ' '
           WS-EV-PERGUNTA(WS-JDX) '      ' WS-PREMIO-JOGO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA.

       ENCERRAR-RELATORIO.
       PERFORM IMPRIMIR-LINHA
       MOVE ALL '-' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE 'TOTAIS DE CONTROLE' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Registros de auditoria lidos: ' WS-AUD-LIDOS
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Registros do episodio.......: ' WS-AUD-EPISODIO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Registros de ensaio ignorados: ' WS-ENSAIOS
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Contestantes................: ' WS-CTE-COUNT
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-CTE-EXCEDENTES > 0
           STRING 'Registros de contestantes alem do limite de 300 '
               '(ignorados): ' WS-CTE-EXCEDENTES
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       IF WS-EV-EXCEDENTES > 0
           STRING 'Respostas alem do limite de 3000 (ignoradas): '
               WS-EV-EXCEDENTES
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       IF WS-CTE-EXCEDENTES > 0 OR WS-EV-EXCEDENTES > 0
           MOVE '*** ROTEIRO INCOMPLETO - AMPLIAR AS TABELAS ***'
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       STRING 'Resultados gravados.........: ' WS-RES-EPISODIO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Perguntas respondidas.......: ' WS-PERGUNTAS-FEITAS
           '   Acertos: ' WS-ACERTOS
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE WS-TOTAL-EPISODIO TO WS-TOTAL-ED
       STRING 'PREMIOS DO EPISODIO.........: R$' WS-TOTAL-ED
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE '*** FIM DO RELATORIO ***' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       CLOSE PRINT-FILE.

       END PROGRAM ROTEIROEPISODIO.
