      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: question bank health check for the question editors.
      *          Reads the active questions of QUESTOES.DAT and flags
      *          duplicate or near-identical question texts (compared
      *          upper-cased with spaces and punctuation dropped),
      *          questions with two identical options, a blank option
      *          or an answer key pointing to a blank or invalid
      *          option, and category names that differ only by case,
      *          punctuation or a letter or two of spelling. Then,
      *          per category and difficulty, forecasts how many
      *          taping days remain before fewer unseen questions are
      *          left than a full round needs: unseen means not asked
      *          inside the PJ-DIAS-EXCLUSAO window of PARAMJOGO.TXT
      *          (USOPERGUNTAS.DAT last-use dates), and the daily
      *          consumption is the recent use of that cell divided by
      *          the taping days seen inside the same window. A full
      *          round needs, per level, as many questions as the
      *          difficulty plan of PARAMJOGO.TXT has positions of that
      *          level (five for a level outside the plan, which only
      *          plays when the operator fixes the difficulty). Written
      *          to the dated print file SAUDEBANCO-AAAAMMDD.TXT with
      *          page headers and end-of-report control totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICABANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTIONS-FILE ASSIGN TO "QUESTOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO
               FILE STATUS IS WS-QF-STATUS.
           SELECT USAGE-FILE ASSIGN TO "USOPERGUNTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-UP-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMJOGO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.
           SELECT PRINT-FILE ASSIGN USING WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUESTIONS-FILE.
           COPY PERGREC.

       FD  USAGE-FILE.
           COPY USOREC.

       FD  PARAM-FILE.
       01  PARAM-REC.
           05 PJ-DIAS-EXCLUSAO     PIC 9(3).
           05 PJ-PLANO-DIFICULDADE PIC X(5).

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-QF-STATUS PIC XX VALUE '00'.
       01 WS-UP-STATUS PIC XX VALUE '00'.
       01 WS-PJ-STATUS PIC XX VALUE '00'.
       01 WS-RP-STATUS PIC XX VALUE '00'.
       01 WS-REL-NOME PIC X(30) VALUE SPACES.
       01 WS-LINHA-IMP PIC X(100) VALUE SPACES.
       01 WS-LINHA-GUARDA PIC X(100) VALUE SPACES.
       01 WS-LINHAS-NA-PAGINA PIC 9(3) VALUE 99.
       01 WS-LINHAS-POR-PAGINA PIC 9(3) VALUE 55.
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-PAGINA-ED PIC ZZZ9.
       01 WS-LINHAS-IMPRESSAS PIC 9(7) VALUE 0.
       01 WS-HOJE PIC X(8).
       01 WS-HOJE-NUM PIC 9(8).
       01 WS-QF-EOF-FLAG PIC X VALUE 'N'.
           88 WS-QF-EOF VALUE 'Y'.
       01 WS-UP-ABERTO-FLAG PIC X VALUE 'N'.
           88 WS-UP-ABERTO VALUE 'S'.
      * Exclusion window and round size, as ShowDoMilhao uses them
       01 WS-DIAS-EXCLUSAO PIC 9(3) VALUE 7.
       01 WS-TAM-RODADA PIC 9(3) VALUE 5.
       01 WS-PLANO PIC X(5) VALUE 'FFMMD'.
       01 WS-PLANO-LIDO PIC X(5) VALUE SPACES.
       01 WS-PLANO-LIDO-R REDEFINES WS-PLANO-LIDO.
           05 WS-PLANO-LIDO-POS PIC X OCCURS 5 TIMES.
               88 WS-NIVEL-VALIDO VALUE 'F' 'M' 'D'.
       01 WS-PLANO-OK-FLAG PIC X VALUE 'N'.
           88 WS-PLANO-OK VALUE 'S'.
       01 WS-POS-F PIC 9(3) VALUE 0.
       01 WS-POS-M PIC 9(3) VALUE 0.
       01 WS-POS-D PIC 9(3) VALUE 0.
       01 WS-NIVEL-AVALIADO PIC X VALUE SPACE.
       01 WS-DIAS-CRITICO PIC 9(5) VALUE 5.
       01 WS-DIAS-ATENCAO PIC 9(5) VALUE 20.
       01 WS-CUTOFF-INT PIC 9(8) VALUE 0.
       01 WS-HOJE-INT PIC 9(8) VALUE 0.
       01 WS-USO-DATA-NUM PIC 9(8) VALUE 0.
       01 WS-USO-INT PIC 9(8) VALUE 0.
      * Active questions loaded for the cross checks
       01 WS-PG-COUNT PIC 9(5) VALUE 0.
       01 WS-PG-NUMERO PIC 9(5) OCCURS 2000 TIMES.
       01 WS-PG-TEXTO PIC X(100) OCCURS 2000 TIMES.
       01 WS-PG-NORM PIC X(100) OCCURS 2000 TIMES.
       01 WS-PG-TAM PIC 9(3) OCCURS 2000 TIMES.
       01 WS-PG-INEDITA PIC X OCCURS 2000 TIMES.
      * Distinct category spellings
       01 WS-CT-COUNT PIC 9(5) VALUE 0.
       01 WS-CT-NOME PIC X(20) OCCURS 200 TIMES.
       01 WS-CT-NORM PIC X(20) OCCURS 200 TIMES.
       01 WS-CT-TAM PIC 9(3) OCCURS 200 TIMES.
       01 WS-CT-QTD PIC 9(5) OCCURS 200 TIMES.
      * Forecast cells - category (as matched on air) x difficulty
       01 WS-CL-COUNT PIC 9(5) VALUE 0.
       01 WS-CL-CATEGORIA PIC X(20) OCCURS 300 TIMES.
       01 WS-CL-DIFICULDADE PIC X OCCURS 300 TIMES.
       01 WS-CL-ATIVAS PIC 9(5) OCCURS 300 TIMES.
       01 WS-CL-INEDITAS PIC 9(5) OCCURS 300 TIMES.
       01 WS-CL-RECENTES PIC 9(5) OCCURS 300 TIMES.
      * Distinct taping days seen inside the exclusion window
       01 WS-DT-COUNT PIC 9(5) VALUE 0.
       01 WS-DT-DATA PIC X(8) OCCURS 999 TIMES.
       01 WS-IDX PIC 9(5) VALUE 0.
       01 WS-JDX PIC 9(5) VALUE 0.
       01 WS-KDX PIC 9(5) VALUE 0.
       01 WS-MENOR-IDX PIC 9(5) VALUE 0.
       01 WS-ACHOU-FLAG PIC X VALUE 'N'.
           88 WS-ACHOU VALUE 'S'.
       01 WS-SWAP-CATEGORIA PIC X(20).
       01 WS-SWAP-DIFICULDADE PIC X.
       01 WS-SWAP-NUM PIC 9(5).
      * Text normalization work area
       01 WS-NORM-ENTRADA PIC X(100) VALUE SPACES.
       01 WS-NORM-MAIUSC PIC X(100) VALUE SPACES.
       01 WS-NORM-SAIDA PIC X(100) VALUE SPACES.
       01 WS-NORM-TAM PIC 9(3) VALUE 0.
       01 WS-CARACTER PIC X VALUE SPACE.
           88 WS-ALFANUMERICO VALUE 'A' THRU 'Z' '0' THRU '9'.
      * Question text comparison
       01 WS-DIF-TAM PIC 9(3) VALUE 0.
       01 WS-MENOR-TAM PIC 9(3) VALUE 0.
       01 WS-MAIOR-TAM PIC 9(3) VALUE 0.
       01 WS-DIF-LIMITE PIC 9(3) VALUE 0.
       01 WS-DIFERENCAS PIC 9(3) VALUE 0.
      * Options check
       01 WS-OPC-NORM PIC X(100) OCCURS 4 TIMES.
       01 WS-OPC-TAM PIC 9(3) OCCURS 4 TIMES.
       01 WS-OPC-LETRA PIC X OCCURS 4 TIMES.
       01 WS-OPC-RESP PIC 9 VALUE 0.
       01 WS-PROBLEMA-FLAG PIC X VALUE 'N'.
           88 WS-COM-PROBLEMA VALUE 'S'.
      * Edit distance between two category spellings
       01 WS-LEV-A PIC X(20) VALUE SPACES.
       01 WS-LEV-B PIC X(20) VALUE SPACES.
       01 WS-LEV-M PIC 9(3) VALUE 0.
       01 WS-LEV-N PIC 9(3) VALUE 0.
       01 WS-LEV-LIN PIC 9(3) VALUE 0.
       01 WS-LEV-COL PIC 9(3) VALUE 0.
       01 WS-LEV-CUSTO PIC 9 VALUE 0.
       01 WS-LEV-VALOR PIC 9(3) VALUE 0.
       01 WS-LEV-DIST PIC 9(3) VALUE 0.
       01 WS-LEV-TABELA.
           05 WS-LEV-LINHA OCCURS 21 TIMES.
               10 WS-LEV-CEL PIC 9(3) OCCURS 21 TIMES.
      * Forecast
       01 WS-DIAS-RESTANTES PIC 9(5) VALUE 0.
       01 WS-DIAS-ED PIC ZZZZ9.
       01 WS-DIAS-TXT PIC X(5) VALUE SPACES.
       01 WS-SITUACAO PIC X(20) VALUE SPACES.
       01 WS-TOT-ATIVAS PIC 9(5) VALUE 0.
       01 WS-TOT-INEDITAS PIC 9(5) VALUE 0.
       01 WS-TOT-RECENTES PIC 9(5) VALUE 0.
       01 WS-TOT-DIFICULDADE PIC X VALUE SPACE.
      * Control totals
       01 WS-ATIVAS PIC 9(5) VALUE 0.
       01 WS-IGNORADAS PIC 9(5) VALUE 0.
       01 WS-QTD-DUPLICADAS PIC 9(5) VALUE 0.
       01 WS-QTD-SEMELHANTES PIC 9(5) VALUE 0.
       01 WS-QTD-OPCOES PIC 9(5) VALUE 0.
       01 WS-QTD-CATEGORIAS PIC 9(5) VALUE 0.
       01 WS-QTD-ESGOTADAS PIC 9(5) VALUE 0.
       01 WS-QTD-CRITICAS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
       MOVE WS-HOJE TO WS-HOJE-NUM
       PERFORM LER-PARAMETROS
       COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
       COMPUTE WS-CUTOFF-INT = WS-HOJE-INT - WS-DIAS-EXCLUSAO
       PERFORM CARREGAR-PERGUNTAS
       PERFORM ABRIR-RELATORIO
       PERFORM IMPRIMIR-DUPLICADAS
       PERFORM IMPRIMIR-OPCOES
       PERFORM IMPRIMIR-CATEGORIAS
       PERFORM IMPRIMIR-PREVISAO
       PERFORM ENCERRAR-RELATORIO
       DISPLAY 'Verificacao do banco gravada em ' WS-REL-NOME
       STOP RUN.

       LER-PARAMETROS.
       OPEN INPUT PARAM-FILE
       IF WS-PJ-STATUS = '00'
           READ PARAM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PJ-DIAS-EXCLUSAO NUMERIC
                       MOVE PJ-DIAS-EXCLUSAO TO WS-DIAS-EXCLUSAO
                   END-IF
                   IF PJ-PLANO-DIFICULDADE NOT = SPACES
                       PERFORM VALIDAR-PLANO
                   END-IF
           END-READ
           CLOSE PARAM-FILE
       END-IF
       INSPECT WS-PLANO TALLYING WS-POS-F FOR ALL 'F'
                                 WS-POS-M FOR ALL 'M'
                                 WS-POS-D FOR ALL 'D'.

       VALIDAR-PLANO.
       MOVE FUNCTION UPPER-CASE(PJ-PLANO-DIFICULDADE) TO WS-PLANO-LIDO
       SET WS-PLANO-OK TO TRUE
       PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 5
           IF NOT WS-NIVEL-VALIDO(WS-KDX)
               MOVE 'N' TO WS-PLANO-OK-FLAG
           END-IF
       END-PERFORM
       IF WS-PLANO-OK
           MOVE WS-PLANO-LIDO TO WS-PLANO
       END-IF.

      * Questions of level WS-NIVEL-AVALIADO one round consumes.
       DEFINIR-TAM-RODADA.
       EVALUATE WS-NIVEL-AVALIADO
           WHEN 'F' MOVE WS-POS-F TO WS-TAM-RODADA
           WHEN 'M' MOVE WS-POS-M TO WS-TAM-RODADA
           WHEN 'D' MOVE WS-POS-D TO WS-TAM-RODADA
           WHEN OTHER MOVE 0 TO WS-TAM-RODADA
       END-EVALUATE
       IF WS-TAM-RODADA = 0
           MOVE 5 TO WS-TAM-RODADA
       END-IF.

       CARREGAR-PERGUNTAS.
       OPEN INPUT USAGE-FILE
       IF WS-UP-STATUS = '00'
           SET WS-UP-ABERTO TO TRUE
       END-IF
       OPEN INPUT QUESTIONS-FILE
       IF WS-QF-STATUS NOT = '00'
           DISPLAY 'Arquivo de perguntas nao encontrado: QUESTOES.DAT'
           SET WS-QF-EOF TO TRUE
       ELSE
           MOVE 1 TO PR-NUMERO
           START QUESTIONS-FILE KEY IS NOT LESS THAN PR-NUMERO
               INVALID KEY SET WS-QF-EOF TO TRUE
           END-START
       END-IF
       PERFORM UNTIL WS-QF-EOF
           READ QUESTIONS-FILE NEXT RECORD
               AT END SET WS-QF-EOF TO TRUE
               NOT AT END
                   IF PR-ATIVA
                       ADD 1 TO WS-ATIVAS
                       IF WS-PG-COUNT < 2000
                           PERFORM GUARDAR-PERGUNTA
                       ELSE
                           ADD 1 TO WS-IGNORADAS
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-QF-STATUS NOT = '35'
           CLOSE QUESTIONS-FILE
       END-IF
       IF WS-UP-ABERTO
           CLOSE USAGE-FILE
       END-IF.

       GUARDAR-PERGUNTA.
       ADD 1 TO WS-PG-COUNT
       MOVE PR-NUMERO TO WS-PG-NUMERO(WS-PG-COUNT)
       MOVE PR-TEXTO TO WS-PG-TEXTO(WS-PG-COUNT)
       MOVE PR-TEXTO TO WS-NORM-ENTRADA
       PERFORM NORMALIZAR-TEXTO
       MOVE WS-NORM-SAIDA TO WS-PG-NORM(WS-PG-COUNT)
       MOVE WS-NORM-TAM TO WS-PG-TAM(WS-PG-COUNT)
       PERFORM VERIFICAR-USO-RECENTE
       PERFORM ACUMULAR-CATEGORIA
       PERFORM ACUMULAR-CELULA.

       VERIFICAR-USO-RECENTE.
       MOVE 'S' TO WS-PG-INEDITA(WS-PG-COUNT)
       IF WS-UP-ABERTO
           MOVE PR-NUMERO TO UP-NUMERO
           READ USAGE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF UP-ULTIMO-USO NUMERIC
                       MOVE UP-ULTIMO-USO TO WS-USO-DATA-NUM
                       COMPUTE WS-USO-INT =
                           FUNCTION INTEGER-OF-DATE(WS-USO-DATA-NUM)
                       IF WS-USO-INT > WS-CUTOFF-INT
                           MOVE 'N' TO WS-PG-INEDITA(WS-PG-COUNT)
                           PERFORM REGISTRAR-DIA-GRAVACAO
                       END-IF
                   END-IF
           END-READ
       END-IF.

       REGISTRAR-DIA-GRAVACAO.
       MOVE 'N' TO WS-ACHOU-FLAG
       PERFORM VARYING WS-KDX FROM 1 BY 1
               UNTIL WS-KDX > WS-DT-COUNT OR WS-ACHOU
           IF WS-DT-DATA(WS-KDX) = UP-ULTIMO-USO
               SET WS-ACHOU TO TRUE
           END-IF
       END-PERFORM
       IF NOT WS-ACHOU AND WS-DT-COUNT < 999
           ADD 1 TO WS-DT-COUNT
           MOVE UP-ULTIMO-USO TO WS-DT-DATA(WS-DT-COUNT)
       END-IF.

       ACUMULAR-CATEGORIA.
       IF PR-CATEGORIA NOT = SPACES
           MOVE 'N' TO WS-ACHOU-FLAG
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-CT-COUNT OR WS-ACHOU
               IF WS-CT-NOME(WS-KDX) = PR-CATEGORIA
                   SET WS-ACHOU TO TRUE
                   ADD 1 TO WS-CT-QTD(WS-KDX)
               END-IF
           END-PERFORM
           IF NOT WS-ACHOU AND WS-CT-COUNT < 200
               ADD 1 TO WS-CT-COUNT
               MOVE PR-CATEGORIA TO WS-CT-NOME(WS-CT-COUNT)
               MOVE PR-CATEGORIA TO WS-NORM-ENTRADA
               PERFORM NORMALIZAR-TEXTO
               MOVE WS-NORM-SAIDA(1:20) TO WS-CT-NORM(WS-CT-COUNT)
               MOVE WS-NORM-TAM TO WS-CT-TAM(WS-CT-COUNT)
               MOVE 1 TO WS-CT-QTD(WS-CT-COUNT)
           END-IF
       END-IF.

       ACUMULAR-CELULA.
       MOVE 'N' TO WS-ACHOU-FLAG
       PERFORM VARYING WS-KDX FROM 1 BY 1
               UNTIL WS-KDX > WS-CL-COUNT OR WS-ACHOU
           IF WS-CL-CATEGORIA(WS-KDX) =
                   FUNCTION UPPER-CASE(PR-CATEGORIA)
               AND WS-CL-DIFICULDADE(WS-KDX) = PR-DIFICULDADE
               SET WS-ACHOU TO TRUE
               MOVE WS-KDX TO WS-JDX
           END-IF
       END-PERFORM
       IF NOT WS-ACHOU
           IF WS-CL-COUNT < 300
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-JDX
               MOVE FUNCTION UPPER-CASE(PR-CATEGORIA)
                   TO WS-CL-CATEGORIA(WS-JDX)
               MOVE PR-DIFICULDADE TO WS-CL-DIFICULDADE(WS-JDX)
               MOVE 0 TO WS-CL-ATIVAS(WS-JDX)
               MOVE 0 TO WS-CL-INEDITAS(WS-JDX)
               MOVE 0 TO WS-CL-RECENTES(WS-JDX)
           ELSE
               MOVE 0 TO WS-JDX
           END-IF
       END-IF
       IF WS-JDX > 0
           ADD 1 TO WS-CL-ATIVAS(WS-JDX)
           IF WS-PG-INEDITA(WS-PG-COUNT) = 'S'
               ADD 1 TO WS-CL-INEDITAS(WS-JDX)
           ELSE
               ADD 1 TO WS-CL-RECENTES(WS-JDX)
           END-IF
       END-IF.

      * Upper-cases WS-NORM-ENTRADA and keeps only letters and digits,
      * so spacing, punctuation and case never hide a repeat.
       NORMALIZAR-TEXTO.
       MOVE FUNCTION UPPER-CASE(WS-NORM-ENTRADA) TO WS-NORM-MAIUSC
       MOVE SPACES TO WS-NORM-SAIDA
       MOVE 0 TO WS-NORM-TAM
       PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 100
           MOVE WS-NORM-MAIUSC(WS-KDX:1) TO WS-CARACTER
           IF WS-ALFANUMERICO
               ADD 1 TO WS-NORM-TAM
               MOVE WS-CARACTER TO WS-NORM-SAIDA(WS-NORM-TAM:1)
           END-IF
       END-PERFORM.

       ABRIR-RELATORIO.
       MOVE SPACES TO WS-REL-NOME
       STRING 'SAUDEBANCO-' WS-HOJE '.TXT'
           DELIMITED BY SIZE INTO WS-REL-NOME
       OPEN OUTPUT PRINT-FILE
       MOVE 99 TO WS-LINHAS-NA-PAGINA.

       IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-PAGINA-ED
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'VERIFICACAO DO BANCO DE PERGUNTAS'
           '                    Data: ' WS-HOJE
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

       IMPRIMIR-DUPLICADAS.
       MOVE 'Perguntas duplicadas ou quase identicas:' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-PG-COUNT
           IF WS-PG-TAM(WS-IDX) > 0
               PERFORM VARYING WS-JDX FROM WS-IDX BY 1
                       UNTIL WS-JDX > WS-PG-COUNT
                   IF WS-JDX > WS-IDX AND WS-PG-TAM(WS-JDX) > 0
                       PERFORM COMPARAR-TEXTOS
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM
       IF WS-QTD-DUPLICADAS + WS-QTD-SEMELHANTES = 0
           MOVE '  (nenhuma)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

      * Same normalized text is a duplicate; a text of about the same
      * length differing in at most one position per 25 characters
      * (minimum 1, maximum 4) is near-identical.
       COMPARAR-TEXTOS.
       IF WS-PG-TAM(WS-IDX) >= WS-PG-TAM(WS-JDX)
           MOVE WS-PG-TAM(WS-IDX) TO WS-MAIOR-TAM
           MOVE WS-PG-TAM(WS-JDX) TO WS-MENOR-TAM
       ELSE
           MOVE WS-PG-TAM(WS-JDX) TO WS-MAIOR-TAM
           MOVE WS-PG-TAM(WS-IDX) TO WS-MENOR-TAM
       END-IF
       COMPUTE WS-DIF-TAM = WS-MAIOR-TAM - WS-MENOR-TAM
       COMPUTE WS-DIF-LIMITE = WS-MAIOR-TAM / 25
       IF WS-DIF-LIMITE < 1
           MOVE 1 TO WS-DIF-LIMITE
       END-IF
       IF WS-DIF-LIMITE > 4
           MOVE 4 TO WS-DIF-LIMITE
       END-IF
       IF WS-DIF-TAM <= WS-DIF-LIMITE
           MOVE WS-DIF-TAM TO WS-DIFERENCAS
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-MENOR-TAM
                      OR WS-DIFERENCAS > WS-DIF-LIMITE
               IF WS-PG-NORM(WS-IDX)(WS-KDX:1) NOT =
                       WS-PG-NORM(WS-JDX)(WS-KDX:1)
                   ADD 1 TO WS-DIFERENCAS
               END-IF
           END-PERFORM
           IF WS-DIFERENCAS <= WS-DIF-LIMITE
               PERFORM IMPRIMIR-PAR-TEXTOS
           END-IF
       END-IF.

       IMPRIMIR-PAR-TEXTOS.
       MOVE SPACES TO WS-LINHA-IMP
       IF WS-DIFERENCAS = 0
           ADD 1 TO WS-QTD-DUPLICADAS
           STRING '  ' WS-PG-NUMERO(WS-IDX) ' x '
               WS-PG-NUMERO(WS-JDX) '  DUPLICADAS'
               DELIMITED BY SIZE INTO WS-LINHA-IMP
       ELSE
           ADD 1 TO WS-QTD-SEMELHANTES
           STRING '  ' WS-PG-NUMERO(WS-IDX) ' x '
               WS-PG-NUMERO(WS-JDX) '  QUASE IDENTICAS ('
               WS-DIFERENCAS ' diferenca(s))'
               DELIMITED BY SIZE INTO WS-LINHA-IMP
       END-IF
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '    ' WS-PG-NUMERO(WS-IDX) ': '
           WS-PG-TEXTO(WS-IDX)(1:80)
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '    ' WS-PG-NUMERO(WS-JDX) ': '
           WS-PG-TEXTO(WS-JDX)(1:80)
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-OPCOES.
       PERFORM IMPRIMIR-LINHA
       MOVE 'Perguntas com problemas nas opcoes ou na resposta:'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE 'A' TO WS-OPC-LETRA(1)
       MOVE 'B' TO WS-OPC-LETRA(2)
       MOVE 'C' TO WS-OPC-LETRA(3)
       MOVE 'D' TO WS-OPC-LETRA(4)
       MOVE 'N' TO WS-QF-EOF-FLAG
       OPEN INPUT QUESTIONS-FILE
       IF WS-QF-STATUS NOT = '00'
           SET WS-QF-EOF TO TRUE
       ELSE
           MOVE 1 TO PR-NUMERO
           START QUESTIONS-FILE KEY IS NOT LESS THAN PR-NUMERO
               INVALID KEY SET WS-QF-EOF TO TRUE
           END-START
       END-IF
       PERFORM UNTIL WS-QF-EOF
           READ QUESTIONS-FILE NEXT RECORD
               AT END SET WS-QF-EOF TO TRUE
               NOT AT END
                   IF PR-ATIVA
                       PERFORM VERIFICAR-OPCOES
                   END-IF
           END-READ
       END-PERFORM
       IF WS-QF-STATUS NOT = '35'
           CLOSE QUESTIONS-FILE
       END-IF
       IF WS-QTD-OPCOES = 0
           MOVE '  (nenhuma)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       VERIFICAR-OPCOES.
       MOVE 'N' TO WS-PROBLEMA-FLAG
       MOVE PR-OPCAO-A TO WS-NORM-ENTRADA
       PERFORM NORMALIZAR-TEXTO
       MOVE WS-NORM-SAIDA TO WS-OPC-NORM(1)
       MOVE WS-NORM-TAM TO WS-OPC-TAM(1)
       MOVE PR-OPCAO-B TO WS-NORM-ENTRADA
       PERFORM NORMALIZAR-TEXTO
       MOVE WS-NORM-SAIDA TO WS-OPC-NORM(2)
       MOVE WS-NORM-TAM TO WS-OPC-TAM(2)
       MOVE PR-OPCAO-C TO WS-NORM-ENTRADA
       PERFORM NORMALIZAR-TEXTO
       MOVE WS-NORM-SAIDA TO WS-OPC-NORM(3)
       MOVE WS-NORM-TAM TO WS-OPC-TAM(3)
       MOVE PR-OPCAO-D TO WS-NORM-ENTRADA
       PERFORM NORMALIZAR-TEXTO
       MOVE WS-NORM-SAIDA TO WS-OPC-NORM(4)
       MOVE WS-NORM-TAM TO WS-OPC-TAM(4)
       MOVE 0 TO WS-OPC-RESP
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
           IF FUNCTION UPPER-CASE(PR-RESPOSTA) = WS-OPC-LETRA(WS-IDX)
               MOVE WS-IDX TO WS-OPC-RESP
           END-IF
       END-PERFORM
       IF WS-OPC-RESP = 0
           MOVE SPACES TO WS-LINHA-IMP
           STRING '  ' PR-NUMERO '  resposta invalida: ['
               PR-RESPOSTA ']'
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-PROBLEMA
       ELSE
           IF WS-OPC-TAM(WS-OPC-RESP) = 0
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  ' PR-NUMERO '  resposta ' PR-RESPOSTA
                   ' aponta para opcao em branco'
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM IMPRIMIR-PROBLEMA
           END-IF
       END-IF
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
           IF WS-OPC-TAM(WS-IDX) = 0 AND WS-IDX NOT = WS-OPC-RESP
               MOVE SPACES TO WS-LINHA-IMP
               STRING '  ' PR-NUMERO '  opcao '
                   WS-OPC-LETRA(WS-IDX) ' em branco'
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM IMPRIMIR-PROBLEMA
           END-IF
       END-PERFORM
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
           PERFORM VARYING WS-JDX FROM WS-IDX BY 1 UNTIL WS-JDX > 4
               IF WS-JDX > WS-IDX
                   AND WS-OPC-TAM(WS-IDX) > 0
                   AND WS-OPC-NORM(WS-IDX) = WS-OPC-NORM(WS-JDX)
                   PERFORM IMPRIMIR-OPCAO-REPETIDA
               END-IF
           END-PERFORM
       END-PERFORM
       IF WS-COM-PROBLEMA
           ADD 1 TO WS-QTD-OPCOES
       END-IF.

       IMPRIMIR-OPCAO-REPETIDA.
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  ' PR-NUMERO '  opcoes ' WS-OPC-LETRA(WS-IDX) ' e '
           WS-OPC-LETRA(WS-JDX) ' identicas: '
           WS-OPC-NORM(WS-IDX)(1:50)
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-PROBLEMA.

       IMPRIMIR-PROBLEMA.
       IF NOT WS-COM-PROBLEMA
           SET WS-COM-PROBLEMA TO TRUE
           PERFORM IMPRIMIR-LINHA-PERGUNTA
       END-IF
       PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-LINHA-PERGUNTA.
       MOVE WS-LINHA-IMP TO WS-LINHA-GUARDA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  ' PR-NUMERO ': ' PR-TEXTO(1:80)
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE WS-LINHA-GUARDA TO WS-LINHA-IMP.

       IMPRIMIR-CATEGORIAS.
       PERFORM IMPRIMIR-LINHA
       MOVE 'Categorias com grafia divergente:' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-CT-COUNT
           PERFORM VARYING WS-JDX FROM WS-IDX BY 1
                   UNTIL WS-JDX > WS-CT-COUNT
               IF WS-JDX > WS-IDX
                   PERFORM COMPARAR-CATEGORIAS
               END-IF
           END-PERFORM
       END-PERFORM
       IF WS-QTD-CATEGORIAS = 0
           MOVE '  (nenhuma)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

      * Equal once normalized means only case or punctuation differ;
      * an edit distance of one or two letters on names of four or
      * more letters is reported as a probable misspelling.
       COMPARAR-CATEGORIAS.
       MOVE 99 TO WS-LEV-DIST
       IF WS-CT-NORM(WS-IDX) = WS-CT-NORM(WS-JDX)
           MOVE 0 TO WS-LEV-DIST
       ELSE
           IF WS-CT-TAM(WS-IDX) >= 4 AND WS-CT-TAM(WS-JDX) >= 4
               IF WS-CT-TAM(WS-IDX) >= WS-CT-TAM(WS-JDX)
                   COMPUTE WS-DIF-TAM =
                       WS-CT-TAM(WS-IDX) - WS-CT-TAM(WS-JDX)
               ELSE
                   COMPUTE WS-DIF-TAM =
                       WS-CT-TAM(WS-JDX) - WS-CT-TAM(WS-IDX)
               END-IF
               IF WS-DIF-TAM <= 2
                   MOVE WS-CT-NORM(WS-IDX) TO WS-LEV-A
                   MOVE WS-CT-TAM(WS-IDX) TO WS-LEV-M
                   MOVE WS-CT-NORM(WS-JDX) TO WS-LEV-B
                   MOVE WS-CT-TAM(WS-JDX) TO WS-LEV-N
                   PERFORM CALCULAR-DISTANCIA
               END-IF
           END-IF
       END-IF
       IF WS-LEV-DIST <= 2
           ADD 1 TO WS-QTD-CATEGORIAS
           MOVE SPACES TO WS-LINHA-IMP
           IF WS-LEV-DIST = 0
               STRING '  "' WS-CT-NOME(WS-IDX) '" x "'
                   WS-CT-NOME(WS-JDX)
                   '"  difere so em caixa/pontuacao'
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING '  "' WS-CT-NOME(WS-IDX) '" x "'
                   WS-CT-NOME(WS-JDX) '"  grafia semelhante ('
                   WS-LEV-DIST ' letra(s))'
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-LINHA-IMP
           STRING '    perguntas: ' WS-CT-QTD(WS-IDX) ' x '
               WS-CT-QTD(WS-JDX)
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       CALCULAR-DISTANCIA.
       PERFORM VARYING WS-LEV-LIN FROM 1 BY 1
               UNTIL WS-LEV-LIN > WS-LEV-M + 1
           COMPUTE WS-LEV-CEL(WS-LEV-LIN, 1) = WS-LEV-LIN - 1
       END-PERFORM
       PERFORM VARYING WS-LEV-COL FROM 1 BY 1
               UNTIL WS-LEV-COL > WS-LEV-N + 1
           COMPUTE WS-LEV-CEL(1, WS-LEV-COL) = WS-LEV-COL - 1
       END-PERFORM
       PERFORM VARYING WS-LEV-LIN FROM 2 BY 1
               UNTIL WS-LEV-LIN > WS-LEV-M + 1
           PERFORM VARYING WS-LEV-COL FROM 2 BY 1
                   UNTIL WS-LEV-COL > WS-LEV-N + 1
               IF WS-LEV-A(WS-LEV-LIN - 1:1) =
                       WS-LEV-B(WS-LEV-COL - 1:1)
                   MOVE 0 TO WS-LEV-CUSTO
               ELSE
                   MOVE 1 TO WS-LEV-CUSTO
               END-IF
               COMPUTE WS-LEV-VALOR =
                   WS-LEV-CEL(WS-LEV-LIN - 1, WS-LEV-COL - 1)
                   + WS-LEV-CUSTO
               IF WS-LEV-CEL(WS-LEV-LIN - 1, WS-LEV-COL) + 1
                       < WS-LEV-VALOR
                   COMPUTE WS-LEV-VALOR =
                       WS-LEV-CEL(WS-LEV-LIN - 1, WS-LEV-COL) + 1
               END-IF
               IF WS-LEV-CEL(WS-LEV-LIN, WS-LEV-COL - 1) + 1
                       < WS-LEV-VALOR
                   COMPUTE WS-LEV-VALOR =
                       WS-LEV-CEL(WS-LEV-LIN, WS-LEV-COL - 1) + 1
               END-IF
               MOVE WS-LEV-VALOR TO WS-LEV-CEL(WS-LEV-LIN, WS-LEV-COL)
           END-PERFORM
       END-PERFORM
       MOVE WS-LEV-CEL(WS-LEV-M + 1, WS-LEV-N + 1) TO WS-LEV-DIST.

       IMPRIMIR-PREVISAO.
       PERFORM ORDENAR-CELULAS
       PERFORM IMPRIMIR-LINHA
       MOVE 'Previsao de esgotamento por categoria e dificuldade:'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  (ineditas = nao perguntadas nos ultimos '
           WS-DIAS-EXCLUSAO ' dias; dias de gravacao no periodo: '
           WS-DT-COUNT ')'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  (plano de dificuldade ' WS-PLANO
           '; perguntas por rodada F: ' WS-POS-F ' M: ' WS-POS-M
           ' D: ' WS-POS-D ')'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING '  Categoria             Dif Ativas Ineditas'
           ' Recentes  Dias  Situacao'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CL-COUNT
           MOVE WS-CL-ATIVAS(WS-IDX) TO WS-TOT-ATIVAS
           MOVE WS-CL-INEDITAS(WS-IDX) TO WS-TOT-INEDITAS
           MOVE WS-CL-RECENTES(WS-IDX) TO WS-TOT-RECENTES
           MOVE WS-CL-DIFICULDADE(WS-IDX) TO WS-NIVEL-AVALIADO
           PERFORM DEFINIR-TAM-RODADA
           PERFORM AVALIAR-CELULA
           IF WS-SITUACAO = 'ESGOTADA' OR WS-SITUACAO = 'INSUFICIENTE'
               ADD 1 TO WS-QTD-ESGOTADAS
           END-IF
           IF WS-SITUACAO = 'CRITICA'
               ADD 1 TO WS-QTD-CRITICAS
           END-IF
           MOVE SPACES TO WS-LINHA-IMP
           IF WS-CL-CATEGORIA(WS-IDX) = SPACES
               MOVE '(sem categoria)' TO WS-SWAP-CATEGORIA
           ELSE
               MOVE WS-CL-CATEGORIA(WS-IDX) TO WS-SWAP-CATEGORIA
           END-IF
           STRING '  ' WS-SWAP-CATEGORIA '  ' WS-CL-DIFICULDADE(WS-IDX)
               '   ' WS-TOT-ATIVAS '    ' WS-TOT-INEDITAS '    '
               WS-TOT-RECENTES '  ' WS-DIAS-TXT '  ' WS-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-PERFORM
       IF WS-CL-COUNT = 0
           MOVE '  (nenhuma pergunta ativa)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       PERFORM IMPRIMIR-LINHA
       MOVE 'Todas as categorias, por dificuldade:' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE 'F' TO WS-TOT-DIFICULDADE
       PERFORM IMPRIMIR-TOTAL-DIFICULDADE
       MOVE 'M' TO WS-TOT-DIFICULDADE
       PERFORM IMPRIMIR-TOTAL-DIFICULDADE
       MOVE 'D' TO WS-TOT-DIFICULDADE
       PERFORM IMPRIMIR-TOTAL-DIFICULDADE.

       IMPRIMIR-TOTAL-DIFICULDADE.
       MOVE 0 TO WS-TOT-ATIVAS
       MOVE 0 TO WS-TOT-INEDITAS
       MOVE 0 TO WS-TOT-RECENTES
       PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > WS-CL-COUNT
           IF WS-CL-DIFICULDADE(WS-KDX) = WS-TOT-DIFICULDADE
               ADD WS-CL-ATIVAS(WS-KDX) TO WS-TOT-ATIVAS
               ADD WS-CL-INEDITAS(WS-KDX) TO WS-TOT-INEDITAS
               ADD WS-CL-RECENTES(WS-KDX) TO WS-TOT-RECENTES
           END-IF
       END-PERFORM
       MOVE WS-TOT-DIFICULDADE TO WS-NIVEL-AVALIADO
       PERFORM DEFINIR-TAM-RODADA
       PERFORM AVALIAR-CELULA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  (todas)               ' WS-TOT-DIFICULDADE
           '   ' WS-TOT-ATIVAS '    ' WS-TOT-INEDITAS '    '
           WS-TOT-RECENTES '  ' WS-DIAS-TXT '  ' WS-SITUACAO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA.

      * Taping days left = (unseen - questions of the level a round
      * needs) / unseen questions consumed per taping day, where the
      * consumption is the recent use of the cell over the taping
      * days inside the window.
      * Questions coming back out of the window are not counted, so
      * the forecast errs on the safe side.
       AVALIAR-CELULA.
       MOVE '  ---' TO WS-DIAS-TXT
       IF WS-TOT-ATIVAS < WS-TAM-RODADA
           MOVE 'INSUFICIENTE' TO WS-SITUACAO
       ELSE
           IF WS-TOT-INEDITAS < WS-TAM-RODADA
               MOVE 'ESGOTADA' TO WS-SITUACAO
               MOVE 0 TO WS-DIAS-ED
               MOVE WS-DIAS-ED TO WS-DIAS-TXT
           ELSE
               IF WS-TOT-RECENTES = 0 OR WS-DT-COUNT = 0
                   MOVE 'SEM CONSUMO RECENTE' TO WS-SITUACAO
               ELSE
                   COMPUTE WS-DIAS-RESTANTES =
                       (WS-TOT-INEDITAS - WS-TAM-RODADA) * WS-DT-COUNT
                       / WS-TOT-RECENTES
                   MOVE WS-DIAS-RESTANTES TO WS-DIAS-ED
                   MOVE WS-DIAS-ED TO WS-DIAS-TXT
                   IF WS-DIAS-RESTANTES < WS-DIAS-CRITICO
                       MOVE 'CRITICA' TO WS-SITUACAO
                   ELSE
                       IF WS-DIAS-RESTANTES < WS-DIAS-ATENCAO
                           MOVE 'ATENCAO' TO WS-SITUACAO
                       ELSE
                           MOVE 'OK' TO WS-SITUACAO
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

       ORDENAR-CELULAS.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-CL-COUNT
           MOVE WS-IDX TO WS-MENOR-IDX
           PERFORM VARYING WS-JDX FROM WS-IDX BY 1
                   UNTIL WS-JDX > WS-CL-COUNT
               IF WS-CL-CATEGORIA(WS-JDX) <
                       WS-CL-CATEGORIA(WS-MENOR-IDX)
                   OR (WS-CL-CATEGORIA(WS-JDX) =
                       WS-CL-CATEGORIA(WS-MENOR-IDX)
                   AND WS-CL-DIFICULDADE(WS-JDX) <
                       WS-CL-DIFICULDADE(WS-MENOR-IDX))
                   MOVE WS-JDX TO WS-MENOR-IDX
               END-IF
           END-PERFORM
           IF WS-MENOR-IDX NOT = WS-IDX
               MOVE WS-CL-CATEGORIA(WS-IDX) TO WS-SWAP-CATEGORIA
               MOVE WS-CL-CATEGORIA(WS-MENOR-IDX)
                   TO WS-CL-CATEGORIA(WS-IDX)
               MOVE WS-SWAP-CATEGORIA
                   TO WS-CL-CATEGORIA(WS-MENOR-IDX)
               MOVE WS-CL-DIFICULDADE(WS-IDX) TO WS-SWAP-DIFICULDADE
               MOVE WS-CL-DIFICULDADE(WS-MENOR-IDX)
                   TO WS-CL-DIFICULDADE(WS-IDX)
               MOVE WS-SWAP-DIFICULDADE
                   TO WS-CL-DIFICULDADE(WS-MENOR-IDX)
               MOVE WS-CL-ATIVAS(WS-IDX) TO WS-SWAP-NUM
               MOVE WS-CL-ATIVAS(WS-MENOR-IDX) TO WS-CL-ATIVAS(WS-IDX)
               MOVE WS-SWAP-NUM TO WS-CL-ATIVAS(WS-MENOR-IDX)
               MOVE WS-CL-INEDITAS(WS-IDX) TO WS-SWAP-NUM
               MOVE WS-CL-INEDITAS(WS-MENOR-IDX)
                   TO WS-CL-INEDITAS(WS-IDX)
               MOVE WS-SWAP-NUM TO WS-CL-INEDITAS(WS-MENOR-IDX)
               MOVE WS-CL-RECENTES(WS-IDX) TO WS-SWAP-NUM
               MOVE WS-CL-RECENTES(WS-MENOR-IDX)
                   TO WS-CL-RECENTES(WS-IDX)
               MOVE WS-SWAP-NUM TO WS-CL-RECENTES(WS-MENOR-IDX)
           END-IF
       END-PERFORM.

       ENCERRAR-RELATORIO.
       PERFORM IMPRIMIR-LINHA
       MOVE ALL '-' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE 'TOTAIS DE CONTROLE' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Perguntas ativas no banco..........: '
           WS-ATIVAS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-IGNORADAS > 0
           MOVE SPACES TO WS-LINHA-IMP
           STRING 'Ativas alem do limite (ignoradas)..: '
               WS-IGNORADAS DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Pares de perguntas duplicadas......: '
           WS-QTD-DUPLICADAS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Pares de perguntas quase identicas.: '
           WS-QTD-SEMELHANTES DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Perguntas com problema nas opcoes..: '
           WS-QTD-OPCOES DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Categorias distintas...............: '
           WS-CT-COUNT DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Pares de categorias divergentes....: '
           WS-QTD-CATEGORIAS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Combinacoes esgotadas/insuficientes: '
           WS-QTD-ESGOTADAS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Combinacoes em situacao critica....: '
           WS-QTD-CRITICAS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE '*** FIM DO RELATORIO ***' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       CLOSE PRINT-FILE.

       END PROGRAM VERIFICABANCO.
