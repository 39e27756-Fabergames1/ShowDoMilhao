      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: LGPD data-subject access report. Takes a CPF and
      *          prints everything held about that person: every badge
      *          registered under the CPF in CADASTRO.DAT (the same
      *          document may sit under more than one badge) with its
      *          change history from HISTALTERACOES.TXT, the live
      *          standings in CLASSIFICACAO.DAT and the closed seasons
      *          listed in TEMPORADAS.TXT (CLASSARC-<temporada>.TXT),
      *          every game in RESULTADOS.TXT and the RESARC-AAAAMM.TXT
      *          archives since the first registration, every payout
      *          in PAGLEDGER.DAT and every dispute in CONTESTACOES.DAT.
      *          The CPF is compared on its digits only. Requires
      *          sign-on from OPERADORES.DAT (level 2 or higher) and
      *          writes the print file ACESSOLGPD-AAAAMMDD-HHMMSS.TXT,
      *          with page headers and control totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESSOTITULAR.

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
           SELECT DISPUTE-FILE ASSIGN TO "CONTESTACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS WS-DS-STATUS.
           SELECT RESULTS-FILE ASSIGN USING WS-RES-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
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

       FD  DISPUTE-FILE.
           COPY DISPREC.

       FD  RESULTS-FILE.
           COPY RESULTREC.

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
       01 WS-DS-STATUS PIC XX VALUE '00'.
       01 WS-RS-STATUS PIC XX VALUE '00'.
       01 WS-AR-STATUS PIC XX VALUE '00'.
       01 WS-TP-STATUS PIC XX VALUE '00'.
       01 WS-HS-STATUS PIC XX VALUE '00'.
       01 WS-RP-STATUS PIC XX VALUE '00'.
       01 WS-CD-EOF-FLAG PIC X VALUE 'N'.
           88 WS-CD-EOF VALUE 'Y'.
       01 WS-RS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-RS-EOF VALUE 'Y'.
       01 WS-AR-EOF-FLAG PIC X VALUE 'N'.
           88 WS-AR-EOF VALUE 'Y'.
       01 WS-TP-EOF-FLAG PIC X VALUE 'N'.
           88 WS-TP-EOF VALUE 'Y'.
       01 WS-HS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HS-EOF VALUE 'Y'.
       01 WS-FIM-FLAG PIC X VALUE 'N'.
           88 WS-FIM VALUE 'Y'.
       01 WS-RES-NOME PIC X(30) VALUE SPACES.
       01 WS-ARQ-NOME PIC X(30) VALUE SPACES.
       01 WS-REL-NOME PIC X(30) VALUE SPACES.
       01 WS-LINHA-IMP PIC X(100) VALUE SPACES.
       01 WS-LINHAS-NA-PAGINA PIC 9(3) VALUE 99.
       01 WS-LINHAS-POR-PAGINA PIC 9(3) VALUE 55.
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-PAGINA-ED PIC ZZZ9.
       01 WS-LINHAS-IMPRESSAS PIC 9(7) VALUE 0.
       01 WS-HOJE PIC X(8).
       01 WS-HORA PIC X(6).
      * Sign-on
       01 WS-ID-INFORMADO PIC X(8) VALUE SPACES.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-ASSINADO-FLAG PIC X VALUE 'N'.
           88 WS-ASSINADO VALUE 'S'.
      * CPF asked for, digits only
       01 WS-CPF-INFORMADO PIC X(14) VALUE SPACES.
       01 WS-CPF PIC X(11) VALUE SPACES.
       01 WS-CPF-ED PIC X(14) VALUE SPACES.
       01 WS-DOC-NORMALIZADO PIC X(11) VALUE SPACES.
       01 WS-DOC-DIGITOS PIC 99 VALUE 0.
       01 WS-DOC-ORIGEM PIC X(14) VALUE SPACES.
       01 WS-CHAR-IDX PIC 99 VALUE 0.
      * Badges found under the CPF
       01 WS-TIT-COUNT PIC 99 VALUE 0.
       01 WS-TIT-BADGE PIC X(10) OCCURS 20 TIMES.
       01 WS-TIT-IDX PIC 99 VALUE 0.
       01 WS-TIT-ACHOU-FLAG PIC X VALUE 'N'.
           88 WS-TIT-ACHOU VALUE 'S'.
       01 WS-BADGE-PROCURADO PIC X(10) VALUE SPACES.
      * Months of result archives to read
       01 WS-MES-BUSCA PIC 9(6) VALUE 0.
       01 WS-MES-BUSCA-R REDEFINES WS-MES-BUSCA.
           05 WS-MB-ANO PIC 9(4).
           05 WS-MB-MES PIC 99.
       01 WS-MES-ATUAL PIC 9(6) VALUE 0.
       01 WS-MES-INICIO PIC 9(6) VALUE 999999.
       01 WS-MESES PIC 9(3) VALUE 0.
       01 WS-VALOR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
      * Control totals
       01 WS-TOT-CADASTRO PIC 9(5) VALUE 0.
       01 WS-TOT-HISTORICO PIC 9(5) VALUE 0.
       01 WS-TOT-CLASSIF PIC 9(5) VALUE 0.
       01 WS-TOT-TEMPORADAS PIC 9(5) VALUE 0.
       01 WS-TOT-JOGOS PIC 9(5) VALUE 0.
       01 WS-TOT-PAGAMENTOS PIC 9(5) VALUE 0.
       01 WS-TOT-CONTESTACOES PIC 9(5) VALUE 0.
       01 WS-ARQ-LIDOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
       MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA
       PERFORM ASSINAR-OPERADOR
       IF NOT WS-ASSINADO
           STOP RUN
       END-IF
       DISPLAY 'CPF do titular? '
       ACCEPT WS-CPF-INFORMADO
       MOVE WS-CPF-INFORMADO TO WS-DOC-ORIGEM
       PERFORM NORMALIZAR-DOCUMENTO
       IF WS-DOC-DIGITOS NOT = 11
           DISPLAY 'CPF invalido: informe os 11 digitos.'
           STOP RUN
       END-IF
       MOVE WS-DOC-NORMALIZADO TO WS-CPF
       MOVE SPACES TO WS-CPF-ED
       STRING WS-CPF(1:3) '.' WS-CPF(4:3) '.' WS-CPF(7:3) '-'
           WS-CPF(10:2) DELIMITED BY SIZE INTO WS-CPF-ED
       PERFORM ABRIR-RELATORIO
       PERFORM IMPRIMIR-CADASTRO
       IF WS-TIT-COUNT = 0
           MOVE '  Nenhum dado pessoal encontrado para este CPF.'
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       ELSE
           PERFORM IMPRIMIR-HISTORICO
           PERFORM IMPRIMIR-CLASSIFICACAO
           PERFORM IMPRIMIR-TEMPORADAS
           PERFORM IMPRIMIR-JOGOS
           PERFORM IMPRIMIR-PAGAMENTOS
           PERFORM IMPRIMIR-CONTESTACOES
       END-IF
       PERFORM ENCERRAR-RELATORIO
       DISPLAY 'Relatorio do titular gravado em ' WS-REL-NOME
       STOP RUN.

       ASSINAR-OPERADOR.
       OPEN INPUT OPERATOR-FILE
       IF WS-OP-STATUS NOT = '00'
           DISPLAY 'Arquivo de operadores nao encontrado: '
               'OPERADORES.DAT'
           DISPLAY 'Cadastre operadores com ManutOperadores antes de '
               'atender pedidos de titulares.'
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
                           SET WS-ASSINADO TO TRUE
                           DISPLAY 'Operador: ' OP-NOME
                       END-IF
                   END-IF
           END-READ
           CLOSE OPERATOR-FILE
       END-IF.

       NORMALIZAR-DOCUMENTO.
       MOVE SPACES TO WS-DOC-NORMALIZADO
       MOVE 0 TO WS-DOC-DIGITOS
       PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 14 OR WS-DOC-DIGITOS = 11
           IF WS-DOC-ORIGEM(WS-CHAR-IDX:1) >= '0'
                   AND WS-DOC-ORIGEM(WS-CHAR-IDX:1) <= '9'
               ADD 1 TO WS-DOC-DIGITOS
               MOVE WS-DOC-ORIGEM(WS-CHAR-IDX:1)
                   TO WS-DOC-NORMALIZADO(WS-DOC-DIGITOS:1)
           END-IF
       END-PERFORM.

       PROCURAR-TITULAR.
       MOVE 'N' TO WS-TIT-ACHOU-FLAG
       PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
               UNTIL WS-TIT-IDX > WS-TIT-COUNT OR WS-TIT-ACHOU
           IF WS-TIT-BADGE(WS-TIT-IDX) = WS-BADGE-PROCURADO
               SET WS-TIT-ACHOU TO TRUE
           END-IF
       END-PERFORM.

       ABRIR-RELATORIO.
       MOVE SPACES TO WS-REL-NOME
       STRING 'ACESSOLGPD-' WS-HOJE '-' WS-HORA '.TXT'
           DELIMITED BY SIZE INTO WS-REL-NOME
       OPEN OUTPUT PRINT-FILE
       MOVE 99 TO WS-LINHAS-NA-PAGINA.

       IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-PAGINA-ED
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'DADOS PESSOAIS DO TITULAR (LGPD)'
           '                     Data: ' WS-HOJE
           '   Pagina: ' WS-PAGINA-ED
           DELIMITED BY SIZE INTO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'CPF: ' WS-CPF-ED '   Emitido por: ' WS-OPERADOR
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

       IMPRIMIR-TITULO.
       PERFORM IMPRIMIR-LINHA
       PERFORM IMPRIMIR-LINHA.

      * Every badge whose document carries the same eleven digits.
       IMPRIMIR-CADASTRO.
       MOVE 'Cadastro de contestantes (CADASTRO.DAT):' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       OPEN INPUT CADASTRO-FILE
       IF WS-CD-STATUS NOT = '00'
           SET WS-CD-EOF TO TRUE
       ELSE
           MOVE LOW-VALUES TO CD-BADGE
           START CADASTRO-FILE KEY IS NOT LESS THAN CD-BADGE
               INVALID KEY SET WS-CD-EOF TO TRUE
           END-START
       END-IF
       PERFORM UNTIL WS-CD-EOF
           READ CADASTRO-FILE NEXT RECORD
               AT END SET WS-CD-EOF TO TRUE
               NOT AT END
                   MOVE CD-DOCUMENTO TO WS-DOC-ORIGEM
                   PERFORM NORMALIZAR-DOCUMENTO
                   IF WS-DOC-NORMALIZADO = WS-CPF
                       PERFORM IMPRIMIR-REGISTRO-CADASTRO
                   END-IF
           END-READ
       END-PERFORM
       IF WS-CD-STATUS NOT = '35'
           CLOSE CADASTRO-FILE
       END-IF.

       IMPRIMIR-REGISTRO-CADASTRO.
       ADD 1 TO WS-TOT-CADASTRO
       IF WS-TIT-COUNT < 20
           ADD 1 TO WS-TIT-COUNT
           MOVE CD-BADGE TO WS-TIT-BADGE(WS-TIT-COUNT)
       END-IF
       IF CD-DATA-INSCRICAO(1:6) NUMERIC
               AND CD-DATA-INSCRICAO(1:6) < WS-MES-INICIO
           MOVE CD-DATA-INSCRICAO(1:6) TO WS-MES-INICIO
       END-IF
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Cracha: ' CD-BADGE '  Nome: ' CD-NOME
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '    Documento: ' CD-DOCUMENTO
           '  Inscricao: ' CD-DATA-INSCRICAO
           '  Status: ' CD-STATUS
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '    Vitorias: ' CD-VITORIAS
           '  Ultima vitoria: ' CD-DATA-ULT-VITORIA
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA.

      * Registration and maintenance images of the titular's badges.
       IMPRIMIR-HISTORICO.
       MOVE 'Historico de alteracoes (HISTALTERACOES.TXT):'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-TITULO
       OPEN INPUT HISTORY-LOG
       IF WS-HS-STATUS NOT = '00'
           SET WS-HS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-HS-EOF
           READ HISTORY-LOG
               AT END SET WS-HS-EOF TO TRUE
               NOT AT END
                   IF HS-PROGRAMA = 'MANUTCONT'
                       MOVE HS-CHAVE TO WS-BADGE-PROCURADO
                       PERFORM PROCURAR-TITULAR
                       IF WS-TIT-ACHOU
                           PERFORM IMPRIMIR-REGISTRO-HISTORICO
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-HS-STATUS NOT = '35'
           CLOSE HISTORY-LOG
       END-IF
       IF WS-TOT-HISTORICO = 0
           MOVE '  (nenhum registro)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       IMPRIMIR-REGISTRO-HISTORICO.
       ADD 1 TO WS-TOT-HISTORICO
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  ' HS-DATA-HORA(1:14) ' ' HS-CHAVE
           ' tipo ' HS-TIPO ' operador ' HS-OPERADOR
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF HS-ANTES NOT = SPACES
           MOVE SPACES TO WS-LINHA-IMP
           STRING '    antes : ' HS-ANTES(1:86)
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       IF HS-DEPOIS NOT = SPACES
           MOVE SPACES TO WS-LINHA-IMP
           STRING '    depois: ' HS-DEPOIS(1:86)
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       IMPRIMIR-CLASSIFICACAO.
       MOVE 'Classificacao da temporada atual (CLASSIFICACAO.DAT):'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-TITULO
       OPEN INPUT STANDINGS-FILE
       IF WS-CL-STATUS = '00'
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TIT-COUNT
               MOVE WS-TIT-BADGE(WS-TIT-IDX) TO CL-BADGE
               READ STANDINGS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-CLASSIF
                       MOVE CLASS-REC TO ARCH-REC
                       PERFORM IMPRIMIR-REGISTRO-CLASSIF
               END-READ
           END-PERFORM
           CLOSE STANDINGS-FILE
       END-IF
       IF WS-TOT-CLASSIF = 0
           MOVE '  (nenhum registro)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       IMPRIMIR-REGISTRO-CLASSIF.
       MOVE CA-TOTAL-GANHOS TO WS-VALOR-ED
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  ' CA-BADGE ' ' CA-NOME
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '    Jogos: ' CA-JOGOS '  Acertos: ' CA-ACERTOS-TOTAL
           '  Ganhos: R$' WS-VALOR-ED
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA.

      * Closed seasons, from the list kept by FechaTemporada.
       IMPRIMIR-TEMPORADAS.
       MOVE 'Temporadas encerradas (CLASSARC-<temporada>.TXT):'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-TITULO
       OPEN INPUT SEASON-LIST
       IF WS-TP-STATUS NOT = '00'
           SET WS-TP-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-TP-EOF
           READ SEASON-LIST
               AT END SET WS-TP-EOF TO TRUE
               NOT AT END PERFORM LER-TEMPORADA
           END-READ
       END-PERFORM
       IF WS-TP-STATUS NOT = '35'
           CLOSE SEASON-LIST
       END-IF
       IF WS-TOT-TEMPORADAS = 0
           MOVE '  (nenhum registro)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       LER-TEMPORADA.
       MOVE SPACES TO WS-ARQ-NOME
       STRING 'CLASSARC-' FUNCTION TRIM(TP-TEMPORADA) '.TXT'
           DELIMITED BY SIZE INTO WS-ARQ-NOME
       MOVE 'N' TO WS-AR-EOF-FLAG
       OPEN INPUT SEASON-ARCHIVE
       IF WS-AR-STATUS NOT = '00'
           SET WS-AR-EOF TO TRUE
       ELSE
           ADD 1 TO WS-ARQ-LIDOS
       END-IF
       PERFORM UNTIL WS-AR-EOF
           READ SEASON-ARCHIVE
               AT END SET WS-AR-EOF TO TRUE
               NOT AT END
                   MOVE CA-BADGE TO WS-BADGE-PROCURADO
                   PERFORM PROCURAR-TITULAR
                   IF WS-TIT-ACHOU
                       ADD 1 TO WS-TOT-TEMPORADAS
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING '  Temporada ' TP-TEMPORADA
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM IMPRIMIR-LINHA
                       PERFORM IMPRIMIR-REGISTRO-CLASSIF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-AR-STATUS NOT = '35'
           CLOSE SEASON-ARCHIVE
       END-IF.

      * Monthly archives from the month of the first registration to
      * this month, then the live file.
       IMPRIMIR-JOGOS.
       MOVE 'Jogos (RESULTADOS.TXT e RESARC-AAAAMM.TXT):'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-TITULO
       MOVE FUNCTION NUMVAL(WS-HOJE(1:6)) TO WS-MES-ATUAL
       IF WS-MES-INICIO = 999999
           MOVE WS-MES-ATUAL TO WS-MES-INICIO
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
       PERFORM LER-ARQUIVO-RESULTADOS
       IF WS-TOT-JOGOS = 0
           MOVE '  (nenhum registro)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       AVANCAR-MES.
       IF WS-MB-MES = 12
           MOVE 1 TO WS-MB-MES
           ADD 1 TO WS-MB-ANO
       ELSE
           ADD 1 TO WS-MB-MES
       END-IF.

       LER-ARQUIVO-RESULTADOS.
       MOVE 'N' TO WS-RS-EOF-FLAG
       OPEN INPUT RESULTS-FILE
       IF WS-RS-STATUS NOT = '00'
           SET WS-RS-EOF TO TRUE
       ELSE
           ADD 1 TO WS-ARQ-LIDOS
       END-IF
       PERFORM UNTIL WS-RS-EOF
           READ RESULTS-FILE
               AT END SET WS-RS-EOF TO TRUE
               NOT AT END
                   MOVE RS-BADGE TO WS-BADGE-PROCURADO
                   PERFORM PROCURAR-TITULAR
                   IF WS-TIT-ACHOU
                       PERFORM IMPRIMIR-REGISTRO-JOGO
                   END-IF
           END-READ
       END-PERFORM
       IF WS-RS-STATUS NOT = '35'
           CLOSE RESULTS-FILE
       END-IF.

       IMPRIMIR-REGISTRO-JOGO.
       ADD 1 TO WS-TOT-JOGOS
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  ' RS-DATA-JOGO ' ' RS-BADGE ' ' RS-NOME(1:30)
           ' est ' RS-ESTACAO ' acertos ' RS-ACERTOS
           ' premio ' RS-PREMIO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-PAGAMENTOS.
       MOVE 'Pagamentos (PAGLEDGER.DAT):' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-TITULO
       OPEN INPUT LEDGER-FILE
       IF WS-LG-STATUS = '00'
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TIT-COUNT
               PERFORM LER-PAGAMENTOS-CRACHA
           END-PERFORM
           CLOSE LEDGER-FILE
       END-IF
       IF WS-TOT-PAGAMENTOS = 0
           MOVE '  (nenhum registro)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       LER-PAGAMENTOS-CRACHA.
       MOVE 'N' TO WS-FIM-FLAG
       MOVE WS-TIT-BADGE(WS-TIT-IDX) TO LG-BADGE
       MOVE LOW-VALUES TO LG-DATA-JOGO
       START LEDGER-FILE KEY IS NOT LESS THAN LG-CHAVE
           INVALID KEY SET WS-FIM TO TRUE
       END-START
       PERFORM UNTIL WS-FIM
           READ LEDGER-FILE NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   IF LG-BADGE NOT = WS-TIT-BADGE(WS-TIT-IDX)
                       SET WS-FIM TO TRUE
                   ELSE
                       PERFORM IMPRIMIR-REGISTRO-PAGAMENTO
                   END-IF
           END-READ
       END-PERFORM.

       IMPRIMIR-REGISTRO-PAGAMENTO.
       ADD 1 TO WS-TOT-PAGAMENTOS
       MOVE LG-VALOR TO WS-VALOR-ED
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  ' LG-BADGE ' jogo ' LG-DATA-JOGO ' ' LG-NOME(1:30)
           ' status ' LG-STATUS
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '    Valor bruto R$' WS-VALOR-ED
           '  extrato ' LG-DATA-EXTRATO
           '  retorno ' LG-DATA-RETORNO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF LG-MOTIVO NOT = SPACES
           MOVE SPACES TO WS-LINHA-IMP
           STRING '    Motivo: ' LG-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       IMPRIMIR-CONTESTACOES.
       MOVE 'Contestacoes (CONTESTACOES.DAT):' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-TITULO
       OPEN INPUT DISPUTE-FILE
       IF WS-DS-STATUS = '00'
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TIT-COUNT
               PERFORM LER-CONTESTACOES-CRACHA
           END-PERFORM
           CLOSE DISPUTE-FILE
       END-IF
       IF WS-TOT-CONTESTACOES = 0
           MOVE '  (nenhum registro)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF.

       LER-CONTESTACOES-CRACHA.
       MOVE 'N' TO WS-FIM-FLAG
       MOVE LOW-VALUES TO DS-CHAVE
       MOVE WS-TIT-BADGE(WS-TIT-IDX) TO DS-BADGE
       START DISPUTE-FILE KEY IS NOT LESS THAN DS-CHAVE
           INVALID KEY SET WS-FIM TO TRUE
       END-START
       PERFORM UNTIL WS-FIM
           READ DISPUTE-FILE NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   IF DS-BADGE NOT = WS-TIT-BADGE(WS-TIT-IDX)
                       SET WS-FIM TO TRUE
                   ELSE
                       ADD 1 TO WS-TOT-CONTESTACOES
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING '  ' DS-BADGE ' jogo ' DS-DATA-JOGO
                           ' questao ' DS-POSICAO ' ' DS-NOME(1:30)
                           ' status ' DS-STATUS
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM IMPRIMIR-LINHA
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING '    Alegacao: ' DS-ALEGACAO
                           DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM IMPRIMIR-LINHA
                   END-IF
           END-READ
       END-PERFORM.

       ENCERRAR-RELATORIO.
       PERFORM IMPRIMIR-LINHA
       MOVE ALL '-' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE 'TOTAIS DE CONTROLE' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Crachas sob o CPF.................: '
           WS-TOT-CADASTRO DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Registros de historico............: '
           WS-TOT-HISTORICO DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Classificacao atual...............: '
           WS-TOT-CLASSIF DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Temporadas encerradas.............: '
           WS-TOT-TEMPORADAS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Jogos.............................: '
           WS-TOT-JOGOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Pagamentos........................: '
           WS-TOT-PAGAMENTOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Contestacoes......................: '
           WS-TOT-CONTESTACOES DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Arquivos sequenciais lidos........: '
           WS-ARQ-LIDOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-TIT-COUNT = 20 AND WS-TOT-CADASTRO > 20
           MOVE '*** Mais de 20 crachas sob o CPF; detalhes limitados '
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
           MOVE '    aos 20 primeiros. ***' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       MOVE '*** FIM DO RELATORIO ***' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       CLOSE PRINT-FILE.

       END PROGRAM ACESSOTITULAR.
