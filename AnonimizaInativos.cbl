      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: LGPD retention batch. Anonymizes contestants with no
      *          activity for longer than the retention period in
      *          PARAMLGPD.TXT (years, default 5): registered and last
      *          won before the cut-off date, no game in RESULTADOS.TXT
      *          or the RESARC-AAAAMM.TXT archives since then, and no
      *          payout in PAGLEDGER.DAT dated or returned since then.
      *          Anyone with a payout not yet paid (issued, pending,
      *          rejected, adjusted or escalated) or an open dispute in
      *          CONTESTACOES.DAT is skipped and reported with the
      *          reason. For each anonymized badge the name is replaced
      *          and the CPF cleared in CADASTRO.DAT (status X), and the
      *          name is replaced in CLASSIFICACAO.DAT, PAGLEDGER.DAT,
      *          CONTESTACOES.DAT, RESULTADOS.TXT and the RESARC
      *          archives, the CLASSARC season archives listed in
      *          TEMPORADAS.TXT and the contestant images in
      *          HISTALTERACOES.TXT. Badges, dates and amounts are kept
      *          so standings, payouts and statistics still balance.
      *          Sequential files are rewritten through a work file.
      *          CADASTRO.DAT is marked last, and only when every other
      *          file was masked without error, so a run that stops
      *          half way selects the same badges again next time. A
      *          work file that cannot be created or a record that
      *          cannot be rewritten is counted and reported, and the
      *          run is then left open in CONTROLEBATCH.DAT.
      *          Can run as a simulation that only prints the report.
      *          Registers in CONTROLEBATCH.DAT and prints the control
      *          report ANONIMIZACAO-AAAAMMDD.TXT, which carries badges
      *          and totals only, never names or documents.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZAINATIVOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CONTROLEBATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               FILE STATUS IS WS-RC-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMLGPD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.
           SELECT CADASTRO-FILE ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-BADGE
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
           SELECT RESULTS-WORK ASSIGN TO "RESULTADOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.
           SELECT SEASON-ARCHIVE ASSIGN USING WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT SEASON-WORK ASSIGN TO "CLASSARC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AW-STATUS.
           SELECT SEASON-LIST ASSIGN TO "TEMPORADAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.
           SELECT HISTORY-LOG ASSIGN TO "HISTALTERACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT HISTORY-WORK ASSIGN TO "HISTALTERACOES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HW-STATUS.
           SELECT PRINT-FILE ASSIGN USING WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY CTRLREC.

       FD  PARAM-FILE.
       01  PARAM-REC.
           05 PL-ANOS-RETENCAO     PIC 9(2).

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

       FD  RESULTS-WORK.
           COPY RESULTREC REPLACING ==RESULT-REC== BY ==RWORK-REC==
               LEADING ==RS== BY ==RW==.

       FD  SEASON-ARCHIVE.
           COPY CLASSREC REPLACING ==CLASS-REC== BY ==ARCH-REC==
               LEADING ==CL== BY ==CA==.

       FD  SEASON-WORK.
           COPY CLASSREC REPLACING ==CLASS-REC== BY ==AWORK-REC==
               LEADING ==CL== BY ==AW==.

       FD  SEASON-LIST.
           COPY TEMPREC.

       FD  HISTORY-LOG.
           COPY HISTREC.

       FD  HISTORY-WORK.
           COPY HISTREC REPLACING ==HIST-REC== BY ==HWORK-REC==
               LEADING ==HS== BY ==HW==.

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RC-STATUS PIC XX VALUE '00'.
       01 WS-PL-STATUS PIC XX VALUE '00'.
       01 WS-CD-STATUS PIC XX VALUE '00'.
       01 WS-CL-STATUS PIC XX VALUE '00'.
       01 WS-LG-STATUS PIC XX VALUE '00'.
       01 WS-DS-STATUS PIC XX VALUE '00'.
       01 WS-RS-STATUS PIC XX VALUE '00'.
       01 WS-RW-STATUS PIC XX VALUE '00'.
       01 WS-AR-STATUS PIC XX VALUE '00'.
       01 WS-AW-STATUS PIC XX VALUE '00'.
       01 WS-TP-STATUS PIC XX VALUE '00'.
       01 WS-HS-STATUS PIC XX VALUE '00'.
       01 WS-HW-STATUS PIC XX VALUE '00'.
       01 WS-RP-STATUS PIC XX VALUE '00'.
       01 WS-BATCH-OK-FLAG PIC X VALUE 'N'.
           88 WS-BATCH-OK VALUE 'S'.
       01 WS-RC-EXISTE-FLAG PIC X VALUE 'N'.
           88 WS-RC-EXISTE VALUE 'S'.
       01 WS-DATA-NEGOCIO PIC X(8).
       01 WS-RERUN-RESP PIC X.
       01 WS-SIMULACAO-RESP PIC X.
       01 WS-SIMULACAO-FLAG PIC X VALUE 'N'.
           88 WS-SIMULACAO VALUE 'S'.
       01 WS-FIM-FLAG PIC X VALUE 'N'.
           88 WS-FIM VALUE 'Y'.
       01 WS-RS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-RS-EOF VALUE 'Y'.
       01 WS-AR-EOF-FLAG PIC X VALUE 'N'.
           88 WS-AR-EOF VALUE 'Y'.
       01 WS-TP-EOF-FLAG PIC X VALUE 'N'.
           88 WS-TP-EOF VALUE 'Y'.
       01 WS-HS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HS-EOF VALUE 'Y'.
       01 WS-WK-EOF-FLAG PIC X VALUE 'N'.
           88 WS-WK-EOF VALUE 'Y'.
       01 WS-TRABALHO-FLAG PIC X VALUE 'N'.
           88 WS-TRABALHO-ABERTO VALUE 'S'.
      * Retention period and cut-off date
       01 WS-ANOS-RETENCAO PIC 9(2) VALUE 5.
       01 WS-DATA-CORTE PIC 9(8) VALUE 0.
       01 WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-DC-ANO PIC 9(4).
           05 WS-DC-MES PIC 99.
           05 WS-DC-DIA PIC 99.
       01 WS-DATA-CORTE-X PIC X(8).
      * Candidates in badge order (CADASTRO is read in key order), so
      * lookups use a binary search
       01 WS-CAN-COUNT PIC 9(4) VALUE 0.
       01 WS-CAN-MAX PIC 9(4) VALUE 5000.
       01 WS-CAN-BADGE PIC X(10) OCCURS 5000 TIMES.
       01 WS-CAN-INSCRICAO PIC X(8) OCCURS 5000 TIMES.
       01 WS-CAN-ULT-ATIVIDADE PIC X(8) OCCURS 5000 TIMES.
      * E = eligible, R = recent activity, P = payout not closed,
      * D = open dispute
       01 WS-CAN-SITUACAO PIC X OCCURS 5000 TIMES.
       01 WS-CAN-LG-STATUS PIC X OCCURS 5000 TIMES.
       01 WS-CAN-PAGO PIC 9(13) OCCURS 5000 TIMES.
       01 WS-CAN-GANHOS PIC 9(13) OCCURS 5000 TIMES.
       01 WS-CAN-IDX PIC 9(4) VALUE 0.
       01 WS-BAIXO PIC 9(4) VALUE 0.
       01 WS-ALTO PIC 9(4) VALUE 0.
       01 WS-MEIO PIC 9(4) VALUE 0.
       01 WS-CAN-ACHOU-FLAG PIC X VALUE 'N'.
           88 WS-CAN-ACHOU VALUE 'S'.
       01 WS-BADGE-PROCURADO PIC X(10) VALUE SPACES.
      * Monthly result archives
       01 WS-RES-NOME PIC X(30) VALUE SPACES.
       01 WS-ARQ-NOME PIC X(30) VALUE SPACES.
       01 WS-MES-BUSCA PIC 9(6) VALUE 0.
       01 WS-MES-BUSCA-R REDEFINES WS-MES-BUSCA.
           05 WS-MB-ANO PIC 9(4).
           05 WS-MB-MES PIC 99.
       01 WS-MES-ATUAL PIC 9(6) VALUE 0.
       01 WS-MES-INICIO PIC 9(6) VALUE 0.
       01 WS-MESES PIC 9(3) VALUE 0.
      * Masking
       01 WS-NOME-ANONIMO PIC X(40) VALUE 'ANONIMIZADO'.
       01 WS-MASCARADOS-ARQ PIC 9(7) VALUE 0.
       01 WS-ANTES PIC X(120) VALUE SPACES.
       01 WS-DEPOIS PIC X(120) VALUE SPACES.
      * Print file
       01 WS-REL-NOME PIC X(30) VALUE SPACES.
       01 WS-LINHA-IMP PIC X(100) VALUE SPACES.
       01 WS-LINHAS-NA-PAGINA PIC 9(3) VALUE 99.
       01 WS-LINHAS-POR-PAGINA PIC 9(3) VALUE 55.
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-PAGINA-ED PIC ZZZ9.
       01 WS-VALOR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-MOTIVO PIC X(40) VALUE SPACES.
      * Control totals
       01 WS-LIDOS-CADASTRO PIC 9(7) VALUE 0.
       01 WS-JA-ANONIMIZADOS PIC 9(7) VALUE 0.
       01 WS-TOT-ELEGIVEIS PIC 9(7) VALUE 0.
       01 WS-TOT-RECENTES PIC 9(7) VALUE 0.
       01 WS-TOT-PAGTO-ABERTO PIC 9(7) VALUE 0.
       01 WS-TOT-DISPUTA-ABERTA PIC 9(7) VALUE 0.
       01 WS-TOT-EXCEDENTES PIC 9(7) VALUE 0.
       01 WS-MASC-CADASTRO PIC 9(7) VALUE 0.
       01 WS-MASC-CLASSIF PIC 9(7) VALUE 0.
       01 WS-MASC-LEDGER PIC 9(7) VALUE 0.
       01 WS-MASC-CONTESTACOES PIC 9(7) VALUE 0.
       01 WS-MASC-RESULTADOS PIC 9(7) VALUE 0.
       01 WS-MASC-TEMPORADAS PIC 9(7) VALUE 0.
       01 WS-MASC-HISTORICO PIC 9(7) VALUE 0.
       01 WS-HIST-GRAVADOS PIC 9(7) VALUE 0.
       01 WS-ARQ-REGRAVADOS PIC 9(5) VALUE 0.
       01 WS-ERROS-REGRAVACAO PIC 9(7) VALUE 0.
       01 WS-TOT-PAGO PIC 9(13) VALUE 0.
       01 WS-TOT-GANHOS PIC 9(13) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       PERFORM REGISTRAR-INICIO-BATCH
       IF NOT WS-BATCH-OK
           STOP RUN
       END-IF
       PERFORM LER-PARAMETROS
       DISPLAY 'Modo simulacao, somente relatorio (S/N)? '
       ACCEPT WS-SIMULACAO-RESP
       IF WS-SIMULACAO-RESP = 'S' OR WS-SIMULACAO-RESP = 's'
           SET WS-SIMULACAO TO TRUE
       END-IF
       PERFORM CARREGAR-CANDIDATOS
       IF WS-CD-STATUS = '35'
           DISPLAY 'Cadastro de contestantes nao encontrado: '
               'CADASTRO.DAT'
           CLOSE CONTROL-FILE
           STOP RUN
       END-IF
       MOVE FUNCTION NUMVAL(WS-DATA-NEGOCIO(1:6)) TO WS-MES-ATUAL
       PERFORM VERIFICAR-JOGOS-RECENTES
       PERFORM VERIFICAR-LEDGER
       PERFORM VERIFICAR-CONTESTACOES
       PERFORM APURAR-SITUACAO
       PERFORM ACUMULAR-CLASSIFICACAO
       IF NOT WS-SIMULACAO AND WS-TOT-ELEGIVEIS > 0
           PERFORM ANONIMIZAR-LEDGER
           PERFORM ANONIMIZAR-CONTESTACOES
           PERFORM ANONIMIZAR-RESULTADOS
           PERFORM ANONIMIZAR-TEMPORADAS
           PERFORM ANONIMIZAR-HISTORICO
           IF WS-ERROS-REGRAVACAO = 0
               PERFORM ANONIMIZAR-CADASTRO
               PERFORM GRAVAR-HISTORICO
           END-IF
       END-IF
       PERFORM IMPRIMIR-RELATORIO
       DISPLAY 'Relatorio de anonimizacao gravado em ' WS-REL-NOME
       DISPLAY 'Contestantes anonimizados..: ' WS-TOT-ELEGIVEIS
       IF WS-SIMULACAO
           DISPLAY 'Simulacao: nenhum arquivo foi alterado.'
       END-IF
       IF WS-ERROS-REGRAVACAO > 0
           DISPLAY 'Erros de regravacao........: ' WS-ERROS-REGRAVACAO
           DISPLAY 'Cadastro nao marcado - corrigir e reexecutar.'
           CLOSE CONTROL-FILE
           STOP RUN
       END-IF
       PERFORM REGISTRAR-FIM-BATCH
       STOP RUN.

       REGISTRAR-INICIO-BATCH.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-NEGOCIO
       OPEN I-O CONTROL-FILE
       IF WS-RC-STATUS = '35'
           OPEN OUTPUT CONTROL-FILE
           CLOSE CONTROL-FILE
           OPEN I-O CONTROL-FILE
       END-IF
       MOVE 'N' TO WS-BATCH-OK-FLAG
       MOVE 'N' TO WS-RC-EXISTE-FLAG
       MOVE WS-DATA-NEGOCIO TO RC-DATA
       MOVE 'ANONIMIZAINATIVOS' TO RC-PROGRAMA
       READ CONTROL-FILE
           INVALID KEY
               SET WS-BATCH-OK TO TRUE
           NOT INVALID KEY
               SET WS-RC-EXISTE TO TRUE
               IF RC-CONCLUIDO
                   DISPLAY 'ATENCAO: ja executado hoje com sucesso '
                       'as ' RC-HORA-FIM(1:6)
               ELSE
                   DISPLAY 'ATENCAO: execucao anterior de hoje nao '
                       'foi concluida'
               END-IF
               DISPLAY 'Reexecutar mesmo assim (S/N)? '
               ACCEPT WS-RERUN-RESP
               IF WS-RERUN-RESP = 'S' OR WS-RERUN-RESP = 's'
                   SET WS-BATCH-OK TO TRUE
               ELSE
                   DISPLAY 'Execucao cancelada pelo operador.'
               END-IF
       END-READ
       IF WS-BATCH-OK
           MOVE WS-DATA-NEGOCIO TO RC-DATA
           MOVE 'ANONIMIZAINATIVOS' TO RC-PROGRAMA
           SET RC-INICIADO TO TRUE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RC-HORA-INICIO
           MOVE SPACES TO RC-HORA-FIM
           IF WS-RC-EXISTE
               REWRITE CONTROLE-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CONTROLE-REC
                   INVALID KEY REWRITE CONTROLE-REC
               END-WRITE
           END-IF
       ELSE
           CLOSE CONTROL-FILE
       END-IF.

       REGISTRAR-FIM-BATCH.
       MOVE WS-DATA-NEGOCIO TO RC-DATA
       MOVE 'ANONIMIZAINATIVOS' TO RC-PROGRAMA
       READ CONTROL-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               SET RC-CONCLUIDO TO TRUE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RC-HORA-FIM
               REWRITE CONTROLE-REC
                   INVALID KEY CONTINUE
               END-REWRITE
       END-READ
       CLOSE CONTROL-FILE.

      * Cut-off = today less the retention period; 29/02 becomes 28/02
      * when the cut-off year is not a leap year.
       LER-PARAMETROS.
       OPEN INPUT PARAM-FILE
       IF WS-PL-STATUS = '00'
           READ PARAM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PL-ANOS-RETENCAO NUMERIC
                           AND PL-ANOS-RETENCAO > 0
                       MOVE PL-ANOS-RETENCAO TO WS-ANOS-RETENCAO
                   END-IF
           END-READ
           CLOSE PARAM-FILE
       END-IF
       MOVE FUNCTION NUMVAL(WS-DATA-NEGOCIO) TO WS-DATA-CORTE
       SUBTRACT WS-ANOS-RETENCAO FROM WS-DC-ANO
       IF WS-DC-MES = 2 AND WS-DC-DIA = 29
           MOVE 28 TO WS-DC-DIA
       END-IF
       MOVE WS-DATA-CORTE TO WS-DATA-CORTE-X
       DISPLAY 'Retencao: ' WS-ANOS-RETENCAO ' anos, data de corte '
           WS-DATA-CORTE-X.

      * Registered and last won before the cut-off; records already
      * anonymized are left alone.
       CARREGAR-CANDIDATOS.
       OPEN INPUT CADASTRO-FILE
       IF WS-CD-STATUS NOT = '00'
           SET WS-FIM TO TRUE
       ELSE
           MOVE LOW-VALUES TO CD-BADGE
           START CADASTRO-FILE KEY IS NOT LESS THAN CD-BADGE
               INVALID KEY SET WS-FIM TO TRUE
           END-START
       END-IF
       PERFORM UNTIL WS-FIM
           READ CADASTRO-FILE NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS-CADASTRO
                   IF CD-ANONIMIZADO
                       ADD 1 TO WS-JA-ANONIMIZADOS
                   ELSE
                       IF CD-DATA-INSCRICAO < WS-DATA-CORTE-X
                               AND CD-DATA-ULT-VITORIA
                                   < WS-DATA-CORTE-X
                           PERFORM GUARDAR-CANDIDATO
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-CD-STATUS NOT = '35'
           CLOSE CADASTRO-FILE
       END-IF.

       GUARDAR-CANDIDATO.
       IF WS-CAN-COUNT = WS-CAN-MAX
           ADD 1 TO WS-TOT-EXCEDENTES
       ELSE
           ADD 1 TO WS-CAN-COUNT
           MOVE CD-BADGE TO WS-CAN-BADGE(WS-CAN-COUNT)
           MOVE CD-DATA-INSCRICAO TO WS-CAN-INSCRICAO(WS-CAN-COUNT)
           IF CD-DATA-ULT-VITORIA > CD-DATA-INSCRICAO
               MOVE CD-DATA-ULT-VITORIA
                   TO WS-CAN-ULT-ATIVIDADE(WS-CAN-COUNT)
           ELSE
               MOVE CD-DATA-INSCRICAO
                   TO WS-CAN-ULT-ATIVIDADE(WS-CAN-COUNT)
           END-IF
           MOVE 'E' TO WS-CAN-SITUACAO(WS-CAN-COUNT)
           MOVE SPACE TO WS-CAN-LG-STATUS(WS-CAN-COUNT)
           MOVE 0 TO WS-CAN-PAGO(WS-CAN-COUNT)
           MOVE 0 TO WS-CAN-GANHOS(WS-CAN-COUNT)
       END-IF.

       BUSCAR-CANDIDATO.
       MOVE 'N' TO WS-CAN-ACHOU-FLAG
       MOVE 0 TO WS-CAN-IDX
       MOVE 1 TO WS-BAIXO
       MOVE WS-CAN-COUNT TO WS-ALTO
       PERFORM UNTIL WS-BAIXO > WS-ALTO OR WS-CAN-ACHOU
           COMPUTE WS-MEIO = (WS-BAIXO + WS-ALTO) / 2
           EVALUATE TRUE
               WHEN WS-CAN-BADGE(WS-MEIO) = WS-BADGE-PROCURADO
                   SET WS-CAN-ACHOU TO TRUE
                   MOVE WS-MEIO TO WS-CAN-IDX
               WHEN WS-CAN-BADGE(WS-MEIO) < WS-BADGE-PROCURADO
                   COMPUTE WS-BAIXO = WS-MEIO + 1
               WHEN OTHER
                   IF WS-MEIO = 1
                       MOVE 0 TO WS-ALTO
                   ELSE
                       COMPUTE WS-ALTO = WS-MEIO - 1
                   END-IF
           END-EVALUATE
       END-PERFORM.

      * A game since the cut-off means the contestant is still active.
       VERIFICAR-JOGOS-RECENTES.
       MOVE WS-DATA-CORTE-X(1:6) TO WS-MES-BUSCA
       MOVE 0 TO WS-MESES
       PERFORM UNTIL WS-MES-BUSCA > WS-MES-ATUAL OR WS-MESES > 120
           ADD 1 TO WS-MESES
           MOVE SPACES TO WS-RES-NOME
           STRING 'RESARC-' WS-MES-BUSCA '.TXT'
               DELIMITED BY SIZE INTO WS-RES-NOME
           PERFORM LER-JOGOS-ARQUIVO
           PERFORM AVANCAR-MES
       END-PERFORM
       MOVE 'RESULTADOS.TXT' TO WS-RES-NOME
       PERFORM LER-JOGOS-ARQUIVO.

       AVANCAR-MES.
       IF WS-MB-MES = 12
           MOVE 1 TO WS-MB-MES
           ADD 1 TO WS-MB-ANO
       ELSE
           ADD 1 TO WS-MB-MES
       END-IF.

       LER-JOGOS-ARQUIVO.
       MOVE 'N' TO WS-RS-EOF-FLAG
       OPEN INPUT RESULTS-FILE
       IF WS-RS-STATUS NOT = '00'
           SET WS-RS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-RS-EOF
           READ RESULTS-FILE
               AT END SET WS-RS-EOF TO TRUE
               NOT AT END
                   IF RS-DATA-JOGO >= WS-DATA-CORTE-X
                       MOVE RS-BADGE TO WS-BADGE-PROCURADO
                       PERFORM BUSCAR-CANDIDATO
                       IF WS-CAN-ACHOU
                           PERFORM MARCAR-ATIVIDADE-JOGO
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-RS-STATUS NOT = '35'
           CLOSE RESULTS-FILE
       END-IF.

       MARCAR-ATIVIDADE-JOGO.
       IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
           MOVE 'R' TO WS-CAN-SITUACAO(WS-CAN-IDX)
       END-IF
       IF RS-DATA-JOGO > WS-CAN-ULT-ATIVIDADE(WS-CAN-IDX)
           MOVE RS-DATA-JOGO TO WS-CAN-ULT-ATIVIDADE(WS-CAN-IDX)
       END-IF.

      * Payouts: any entry not yet paid keeps the record open; paid
      * entries dated or returned since the cut-off count as activity.
       VERIFICAR-LEDGER.
       MOVE 'N' TO WS-FIM-FLAG
       OPEN INPUT LEDGER-FILE
       IF WS-LG-STATUS NOT = '00'
           SET WS-FIM TO TRUE
       ELSE
           MOVE LOW-VALUES TO LG-CHAVE
           START LEDGER-FILE KEY IS NOT LESS THAN LG-CHAVE
               INVALID KEY SET WS-FIM TO TRUE
           END-START
       END-IF
       PERFORM UNTIL WS-FIM
           READ LEDGER-FILE NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   MOVE LG-BADGE TO WS-BADGE-PROCURADO
                   PERFORM BUSCAR-CANDIDATO
                   IF WS-CAN-ACHOU
                       PERFORM AVALIAR-PAGAMENTO
                   END-IF
           END-READ
       END-PERFORM
       IF WS-LG-STATUS NOT = '35'
           CLOSE LEDGER-FILE
       END-IF.

       AVALIAR-PAGAMENTO.
       ADD LG-VALOR TO WS-CAN-PAGO(WS-CAN-IDX)
       IF NOT LG-PAGO
           MOVE 'P' TO WS-CAN-SITUACAO(WS-CAN-IDX)
           MOVE LG-STATUS TO WS-CAN-LG-STATUS(WS-CAN-IDX)
       ELSE
           IF LG-DATA-JOGO >= WS-DATA-CORTE-X
                   OR (LG-DATA-RETORNO NOT = SPACES
                       AND LG-DATA-RETORNO >= WS-DATA-CORTE-X)
               IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
                   MOVE 'R' TO WS-CAN-SITUACAO(WS-CAN-IDX)
               END-IF
           END-IF
       END-IF
       IF LG-DATA-JOGO > WS-CAN-ULT-ATIVIDADE(WS-CAN-IDX)
           MOVE LG-DATA-JOGO TO WS-CAN-ULT-ATIVIDADE(WS-CAN-IDX)
       END-IF
       IF LG-DATA-RETORNO NOT = SPACES
               AND LG-DATA-RETORNO > WS-CAN-ULT-ATIVIDADE(WS-CAN-IDX)
           MOVE LG-DATA-RETORNO TO WS-CAN-ULT-ATIVIDADE(WS-CAN-IDX)
       END-IF.

      * A dispute still waiting for a decision keeps the record open.
       VERIFICAR-CONTESTACOES.
       MOVE 'N' TO WS-FIM-FLAG
       OPEN INPUT DISPUTE-FILE
       IF WS-DS-STATUS NOT = '00'
           SET WS-FIM TO TRUE
       ELSE
           MOVE LOW-VALUES TO DS-CHAVE
           START DISPUTE-FILE KEY IS NOT LESS THAN DS-CHAVE
               INVALID KEY SET WS-FIM TO TRUE
           END-START
       END-IF
       PERFORM UNTIL WS-FIM
           READ DISPUTE-FILE NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   IF DS-ABERTA
                       MOVE DS-BADGE TO WS-BADGE-PROCURADO
                       PERFORM BUSCAR-CANDIDATO
                       IF WS-CAN-ACHOU
                           IF WS-CAN-SITUACAO(WS-CAN-IDX) NOT = 'P'
                               MOVE 'D' TO WS-CAN-SITUACAO(WS-CAN-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-DS-STATUS NOT = '35'
           CLOSE DISPUTE-FILE
       END-IF.

       APURAR-SITUACAO.
       MOVE 999999 TO WS-MES-INICIO
       PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-COUNT
           EVALUATE WS-CAN-SITUACAO(WS-CAN-IDX)
               WHEN 'E'
                   ADD 1 TO WS-TOT-ELEGIVEIS
                   ADD WS-CAN-PAGO(WS-CAN-IDX) TO WS-TOT-PAGO
                   IF WS-CAN-INSCRICAO(WS-CAN-IDX)(1:6) NUMERIC
                       IF WS-CAN-INSCRICAO(WS-CAN-IDX)(1:6)
                               < WS-MES-INICIO
                           MOVE WS-CAN-INSCRICAO(WS-CAN-IDX)(1:6)
                               TO WS-MES-INICIO
                       END-IF
                   END-IF
               WHEN 'R'
                   ADD 1 TO WS-TOT-RECENTES
               WHEN 'P'
                   ADD 1 TO WS-TOT-PAGTO-ABERTO
               WHEN 'D'
                   ADD 1 TO WS-TOT-DISPUTA-ABERTA
           END-EVALUATE
       END-PERFORM.

      * Live standings totals of the eligible badges, for the report;
      * the name is replaced here too unless this is a simulation.
       ACUMULAR-CLASSIFICACAO.
       IF WS-SIMULACAO
           OPEN INPUT STANDINGS-FILE
       ELSE
           OPEN I-O STANDINGS-FILE
       END-IF
       IF WS-CL-STATUS = '00'
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
                   MOVE WS-CAN-BADGE(WS-CAN-IDX) TO CL-BADGE
                   READ STANDINGS-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM MASCARAR-CLASSIFICACAO
                   END-READ
               END-IF
           END-PERFORM
           CLOSE STANDINGS-FILE
       END-IF.

       MASCARAR-CLASSIFICACAO.
       MOVE CL-TOTAL-GANHOS TO WS-CAN-GANHOS(WS-CAN-IDX)
       ADD CL-TOTAL-GANHOS TO WS-TOT-GANHOS
       IF NOT WS-SIMULACAO
           MOVE WS-NOME-ANONIMO TO CL-NOME
           REWRITE CLASS-REC
               INVALID KEY ADD 1 TO WS-ERROS-REGRAVACAO
               NOT INVALID KEY ADD 1 TO WS-MASC-CLASSIF
           END-REWRITE
       END-IF.

       ANONIMIZAR-CADASTRO.
       OPEN I-O CADASTRO-FILE
       IF WS-CD-STATUS = '00'
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
                   MOVE WS-CAN-BADGE(WS-CAN-IDX) TO CD-BADGE
                   READ CADASTRO-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE WS-NOME-ANONIMO TO CD-NOME
                           MOVE SPACES TO CD-DOCUMENTO
                           SET CD-ANONIMIZADO TO TRUE
                           REWRITE CADASTRO-REC
                               INVALID KEY
                                   ADD 1 TO WS-ERROS-REGRAVACAO
                               NOT INVALID KEY
                                   ADD 1 TO WS-MASC-CADASTRO
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CADASTRO-FILE
       END-IF.

       ANONIMIZAR-LEDGER.
       OPEN I-O LEDGER-FILE
       IF WS-LG-STATUS = '00'
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
                   PERFORM MASCARAR-LEDGER-CRACHA
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
       END-IF.

       MASCARAR-LEDGER-CRACHA.
       MOVE 'N' TO WS-FIM-FLAG
       MOVE WS-CAN-BADGE(WS-CAN-IDX) TO LG-BADGE
       MOVE LOW-VALUES TO LG-DATA-JOGO
       START LEDGER-FILE KEY IS NOT LESS THAN LG-CHAVE
           INVALID KEY SET WS-FIM TO TRUE
       END-START
       PERFORM UNTIL WS-FIM
           READ LEDGER-FILE NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   IF LG-BADGE NOT = WS-CAN-BADGE(WS-CAN-IDX)
                       SET WS-FIM TO TRUE
                   ELSE
                       MOVE WS-NOME-ANONIMO TO LG-NOME
                       REWRITE LEDGER-REC
                           INVALID KEY
                               ADD 1 TO WS-ERROS-REGRAVACAO
                           NOT INVALID KEY ADD 1 TO WS-MASC-LEDGER
                       END-REWRITE
                   END-IF
           END-READ
       END-PERFORM.

       ANONIMIZAR-CONTESTACOES.
       OPEN I-O DISPUTE-FILE
       IF WS-DS-STATUS = '00'
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
                   PERFORM MASCARAR-CONTESTACOES-CRACHA
               END-IF
           END-PERFORM
           CLOSE DISPUTE-FILE
       END-IF.

       MASCARAR-CONTESTACOES-CRACHA.
       MOVE 'N' TO WS-FIM-FLAG
       MOVE LOW-VALUES TO DS-CHAVE
       MOVE WS-CAN-BADGE(WS-CAN-IDX) TO DS-BADGE
       START DISPUTE-FILE KEY IS NOT LESS THAN DS-CHAVE
           INVALID KEY SET WS-FIM TO TRUE
       END-START
       PERFORM UNTIL WS-FIM
           READ DISPUTE-FILE NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   IF DS-BADGE NOT = WS-CAN-BADGE(WS-CAN-IDX)
                       SET WS-FIM TO TRUE
                   ELSE
                       MOVE WS-NOME-ANONIMO TO DS-NOME
                       REWRITE DISPUTA-REC
                           INVALID KEY
                               ADD 1 TO WS-ERROS-REGRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-MASC-CONTESTACOES
                       END-REWRITE
                   END-IF
           END-READ
       END-PERFORM.

      * Monthly archives from the earliest registration among the
      * anonymized badges, then the live file.
       ANONIMIZAR-RESULTADOS.
       IF WS-MES-INICIO = 999999
           MOVE WS-DATA-CORTE-X(1:6) TO WS-MES-INICIO
       END-IF
       MOVE WS-MES-INICIO TO WS-MES-BUSCA
       MOVE 0 TO WS-MESES
       PERFORM UNTIL WS-MES-BUSCA > WS-MES-ATUAL OR WS-MESES > 600
           ADD 1 TO WS-MESES
           MOVE SPACES TO WS-RES-NOME
           STRING 'RESARC-' WS-MES-BUSCA '.TXT'
               DELIMITED BY SIZE INTO WS-RES-NOME
           PERFORM MASCARAR-ARQUIVO-RESULTADOS
           PERFORM AVANCAR-MES
       END-PERFORM
       MOVE 'RESULTADOS.TXT' TO WS-RES-NOME
       PERFORM MASCARAR-ARQUIVO-RESULTADOS.

       MASCARAR-ARQUIVO-RESULTADOS.
       MOVE 0 TO WS-MASCARADOS-ARQ
       MOVE 'N' TO WS-RS-EOF-FLAG
       MOVE 'N' TO WS-TRABALHO-FLAG
       OPEN INPUT RESULTS-FILE
       IF WS-RS-STATUS = '00'
           OPEN OUTPUT RESULTS-WORK
           IF WS-RW-STATUS = '00'
               SET WS-TRABALHO-ABERTO TO TRUE
           ELSE
               DISPLAY 'Arquivo de trabalho RESULTADOS.TMP nao criado'
                   ' [' WS-RW-STATUS '] - ' WS-RES-NOME
                   ' nao mascarado'
               ADD 1 TO WS-ERROS-REGRAVACAO
               CLOSE RESULTS-FILE
           END-IF
       END-IF
       IF NOT WS-TRABALHO-ABERTO
           SET WS-RS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-RS-EOF
           READ RESULTS-FILE
               AT END SET WS-RS-EOF TO TRUE
               NOT AT END
                   MOVE RS-BADGE TO WS-BADGE-PROCURADO
                   PERFORM BUSCAR-CANDIDATO
                   IF WS-CAN-ACHOU
                       IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
                           MOVE WS-NOME-ANONIMO TO RS-NOME
                           ADD 1 TO WS-MASCARADOS-ARQ
                       END-IF
                   END-IF
                   WRITE RWORK-REC FROM RESULT-REC
           END-READ
       END-PERFORM
       IF WS-TRABALHO-ABERTO
           CLOSE RESULTS-FILE
           CLOSE RESULTS-WORK
       END-IF
       IF WS-MASCARADOS-ARQ > 0
           ADD WS-MASCARADOS-ARQ TO WS-MASC-RESULTADOS
           ADD 1 TO WS-ARQ-REGRAVADOS
           PERFORM REGRAVAR-RESULTADOS
       END-IF.

       REGRAVAR-RESULTADOS.
       MOVE 'N' TO WS-WK-EOF-FLAG
       OPEN INPUT RESULTS-WORK
       OPEN OUTPUT RESULTS-FILE
       PERFORM UNTIL WS-WK-EOF
           READ RESULTS-WORK
               AT END SET WS-WK-EOF TO TRUE
               NOT AT END
                   WRITE RESULT-REC FROM RWORK-REC
           END-READ
       END-PERFORM
       CLOSE RESULTS-WORK
       CLOSE RESULTS-FILE.

      * Closed seasons, from the list kept by FechaTemporada.
       ANONIMIZAR-TEMPORADAS.
       MOVE 'N' TO WS-TP-EOF-FLAG
       OPEN INPUT SEASON-LIST
       IF WS-TP-STATUS NOT = '00'
           SET WS-TP-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-TP-EOF
           READ SEASON-LIST
               AT END SET WS-TP-EOF TO TRUE
               NOT AT END PERFORM MASCARAR-TEMPORADA
           END-READ
       END-PERFORM
       IF WS-TP-STATUS NOT = '35'
           CLOSE SEASON-LIST
       END-IF.

       MASCARAR-TEMPORADA.
       MOVE SPACES TO WS-ARQ-NOME
       STRING 'CLASSARC-' FUNCTION TRIM(TP-TEMPORADA) '.TXT'
           DELIMITED BY SIZE INTO WS-ARQ-NOME
       MOVE 0 TO WS-MASCARADOS-ARQ
       MOVE 'N' TO WS-AR-EOF-FLAG
       MOVE 'N' TO WS-TRABALHO-FLAG
       OPEN INPUT SEASON-ARCHIVE
       IF WS-AR-STATUS = '00'
           OPEN OUTPUT SEASON-WORK
           IF WS-AW-STATUS = '00'
               SET WS-TRABALHO-ABERTO TO TRUE
           ELSE
               DISPLAY 'Arquivo de trabalho CLASSARC.TMP nao criado'
                   ' [' WS-AW-STATUS '] - ' WS-ARQ-NOME
                   ' nao mascarado'
               ADD 1 TO WS-ERROS-REGRAVACAO
               CLOSE SEASON-ARCHIVE
           END-IF
       END-IF
       IF NOT WS-TRABALHO-ABERTO
           SET WS-AR-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-AR-EOF
           READ SEASON-ARCHIVE
               AT END SET WS-AR-EOF TO TRUE
               NOT AT END
                   MOVE CA-BADGE TO WS-BADGE-PROCURADO
                   PERFORM BUSCAR-CANDIDATO
                   IF WS-CAN-ACHOU
                       IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
                           MOVE WS-NOME-ANONIMO TO CA-NOME
                           ADD 1 TO WS-MASCARADOS-ARQ
                       END-IF
                   END-IF
                   WRITE AWORK-REC FROM ARCH-REC
           END-READ
       END-PERFORM
       IF WS-TRABALHO-ABERTO
           CLOSE SEASON-ARCHIVE
           CLOSE SEASON-WORK
       END-IF
       IF WS-MASCARADOS-ARQ > 0
           ADD WS-MASCARADOS-ARQ TO WS-MASC-TEMPORADAS
           ADD 1 TO WS-ARQ-REGRAVADOS
           PERFORM REGRAVAR-TEMPORADA
       END-IF.

       REGRAVAR-TEMPORADA.
       MOVE 'N' TO WS-WK-EOF-FLAG
       OPEN INPUT SEASON-WORK
       OPEN OUTPUT SEASON-ARCHIVE
       PERFORM UNTIL WS-WK-EOF
           READ SEASON-WORK
               AT END SET WS-WK-EOF TO TRUE
               NOT AT END
                   WRITE ARCH-REC FROM AWORK-REC
           END-READ
       END-PERFORM
       CLOSE SEASON-WORK
       CLOSE SEASON-ARCHIVE.

      * Contestant images written by ManutContestantes carry the name
      * at 6-45 and the document at 51-64 ('NOME=... DOC=...').
       ANONIMIZAR-HISTORICO.
       MOVE 0 TO WS-MASCARADOS-ARQ
       MOVE 'N' TO WS-TRABALHO-FLAG
       OPEN INPUT HISTORY-LOG
       IF WS-HS-STATUS = '00'
           OPEN OUTPUT HISTORY-WORK
           IF WS-HW-STATUS = '00'
               SET WS-TRABALHO-ABERTO TO TRUE
           ELSE
               DISPLAY 'Arquivo de trabalho HISTALTERACOES.TMP nao '
                   'criado [' WS-HW-STATUS '] - historico nao '
                   'mascarado'
               ADD 1 TO WS-ERROS-REGRAVACAO
               CLOSE HISTORY-LOG
           END-IF
       END-IF
       IF NOT WS-TRABALHO-ABERTO
           SET WS-HS-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-HS-EOF
           READ HISTORY-LOG
               AT END SET WS-HS-EOF TO TRUE
               NOT AT END
                   IF HS-PROGRAMA = 'MANUTCONT'
                       MOVE HS-CHAVE TO WS-BADGE-PROCURADO
                       PERFORM BUSCAR-CANDIDATO
                       IF WS-CAN-ACHOU
                           IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
                               PERFORM MASCARAR-IMAGENS
                           END-IF
                       END-IF
                   END-IF
                   WRITE HWORK-REC FROM HIST-REC
           END-READ
       END-PERFORM
       IF WS-TRABALHO-ABERTO
           CLOSE HISTORY-LOG
           CLOSE HISTORY-WORK
       END-IF
       IF WS-MASCARADOS-ARQ > 0
           MOVE WS-MASCARADOS-ARQ TO WS-MASC-HISTORICO
           ADD 1 TO WS-ARQ-REGRAVADOS
           PERFORM REGRAVAR-HISTORICO
       END-IF.

       MASCARAR-IMAGENS.
       IF HS-ANTES(1:5) = 'NOME='
           MOVE WS-NOME-ANONIMO TO HS-ANTES(6:40)
           MOVE SPACES TO HS-ANTES(51:14)
       END-IF
       IF HS-DEPOIS(1:5) = 'NOME='
           MOVE WS-NOME-ANONIMO TO HS-DEPOIS(6:40)
           MOVE SPACES TO HS-DEPOIS(51:14)
       END-IF
       ADD 1 TO WS-MASCARADOS-ARQ.

       REGRAVAR-HISTORICO.
       MOVE 'N' TO WS-WK-EOF-FLAG
       OPEN INPUT HISTORY-WORK
       OPEN OUTPUT HISTORY-LOG
       PERFORM UNTIL WS-WK-EOF
           READ HISTORY-WORK
               AT END SET WS-WK-EOF TO TRUE
               NOT AT END
                   WRITE HIST-REC FROM HWORK-REC
           END-READ
       END-PERFORM
       CLOSE HISTORY-WORK
       CLOSE HISTORY-LOG.

      * One change record per anonymized badge; the images carry no
      * personal data.
       GRAVAR-HISTORICO.
       OPEN EXTEND HISTORY-LOG
       IF WS-HS-STATUS NOT = '00'
           OPEN OUTPUT HISTORY-LOG
       END-IF
       PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-COUNT
           IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
               MOVE FUNCTION CURRENT-DATE TO HS-DATA-HORA
               MOVE 'BATCH' TO HS-OPERADOR
               MOVE 'ANONIMIZA' TO HS-PROGRAMA
               SET HS-ALTERACAO TO TRUE
               MOVE WS-CAN-BADGE(WS-CAN-IDX) TO HS-CHAVE
               MOVE SPACES TO WS-ANTES
               STRING 'DADOS PESSOAIS PRESENTES INSCRICAO='
                   WS-CAN-INSCRICAO(WS-CAN-IDX)
                   DELIMITED BY SIZE INTO WS-ANTES
               MOVE SPACES TO WS-DEPOIS
               STRING 'NOME E DOC REMOVIDOS STATUS=X CORTE='
                   WS-DATA-CORTE-X
                   DELIMITED BY SIZE INTO WS-DEPOIS
               MOVE WS-ANTES TO HS-ANTES
               MOVE WS-DEPOIS TO HS-DEPOIS
               WRITE HIST-REC
               ADD 1 TO WS-HIST-GRAVADOS
           END-IF
       END-PERFORM
       CLOSE HISTORY-LOG.

       ABRIR-RELATORIO.
       MOVE SPACES TO WS-REL-NOME
       STRING 'ANONIMIZACAO-' WS-DATA-NEGOCIO '.TXT'
           DELIMITED BY SIZE INTO WS-REL-NOME
       OPEN OUTPUT PRINT-FILE
       MOVE 99 TO WS-LINHAS-NA-PAGINA.

       IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-PAGINA-ED
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'ANONIMIZACAO DE CONTESTANTES INATIVOS (LGPD)'
           '         Data: ' WS-DATA-NEGOCIO
           '   Pagina: ' WS-PAGINA-ED
           DELIMITED BY SIZE INTO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       IF WS-SIMULACAO
           STRING 'Data de corte: ' WS-DATA-CORTE-X
               '   *** SIMULACAO - NENHUM ARQUIVO ALTERADO ***'
               DELIMITED BY SIZE INTO PRINT-REC
       ELSE
           STRING 'Data de corte: ' WS-DATA-CORTE-X
               '   Retencao: ' WS-ANOS-RETENCAO ' anos'
               DELIMITED BY SIZE INTO PRINT-REC
       END-IF
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
       MOVE SPACES TO WS-LINHA-IMP.

       IMPRIMIR-RELATORIO.
       PERFORM ABRIR-RELATORIO
       MOVE 'Contestantes anonimizados:' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE 'Cracha      Inscricao  Ult.ativ.       Pagamentos'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-COUNT
           IF WS-CAN-SITUACAO(WS-CAN-IDX) = 'E'
               PERFORM IMPRIMIR-ELEGIVEL
           END-IF
       END-PERFORM
       IF WS-TOT-ELEGIVEIS = 0
           MOVE '  (nenhum)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       PERFORM IMPRIMIR-LINHA
       MOVE 'Contestantes mantidos:' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-COUNT
           IF WS-CAN-SITUACAO(WS-CAN-IDX) NOT = 'E'
               PERFORM IMPRIMIR-MANTIDO
           END-IF
       END-PERFORM
       IF WS-TOT-RECENTES = 0 AND WS-TOT-PAGTO-ABERTO = 0
               AND WS-TOT-DISPUTA-ABERTA = 0
           MOVE '  (nenhum)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       PERFORM ENCERRAR-RELATORIO.

       IMPRIMIR-ELEGIVEL.
       MOVE WS-CAN-PAGO(WS-CAN-IDX) TO WS-VALOR-ED
       MOVE SPACES TO WS-LINHA-IMP
       STRING WS-CAN-BADGE(WS-CAN-IDX) '  '
           WS-CAN-INSCRICAO(WS-CAN-IDX) '   '
           WS-CAN-ULT-ATIVIDADE(WS-CAN-IDX) '   R$'
           WS-VALOR-ED
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-MANTIDO.
       EVALUATE WS-CAN-SITUACAO(WS-CAN-IDX)
           WHEN 'R'
               MOVE 'atividade apos a data de corte' TO WS-MOTIVO
           WHEN 'D'
               MOVE 'contestacao em aberto' TO WS-MOTIVO
           WHEN 'P'
               MOVE SPACES TO WS-MOTIVO
               STRING 'pagamento nao quitado, status '
                   WS-CAN-LG-STATUS(WS-CAN-IDX)
                   DELIMITED BY SIZE INTO WS-MOTIVO
       END-EVALUATE
       MOVE SPACES TO WS-LINHA-IMP
       STRING WS-CAN-BADGE(WS-CAN-IDX) '  ult.ativ. '
           WS-CAN-ULT-ATIVIDADE(WS-CAN-IDX) '  ' WS-MOTIVO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA.

       ENCERRAR-RELATORIO.
       PERFORM IMPRIMIR-LINHA
       MOVE ALL '-' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE 'TOTAIS DE CONTROLE' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Cadastro lido.....................: '
           WS-LIDOS-CADASTRO DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Ja anonimizados antes.............: '
           WS-JA-ANONIMIZADOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Inativos antes da data de corte...: '
           WS-CAN-COUNT DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Mantidos por atividade recente..: '
           WS-TOT-RECENTES DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Mantidos por pagamento aberto...: '
           WS-TOT-PAGTO-ABERTO DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Mantidos por contestacao aberta.: '
           WS-TOT-DISPUTA-ABERTA DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Anonimizados....................: '
           WS-TOT-ELEGIVEIS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-TOT-EXCEDENTES > 0
           MOVE SPACES TO WS-LINHA-IMP
           STRING 'Excedentes para a proxima execucao: '
               WS-TOT-EXCEDENTES DELIMITED BY SIZE INTO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       PERFORM IMPRIMIR-LINHA
       MOVE 'Registros mascarados por arquivo:' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  CADASTRO.DAT....................: '
           WS-MASC-CADASTRO DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  CLASSIFICACAO.DAT...............: '
           WS-MASC-CLASSIF DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  PAGLEDGER.DAT...................: '
           WS-MASC-LEDGER DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  CONTESTACOES.DAT................: '
           WS-MASC-CONTESTACOES DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  RESULTADOS e RESARC.............: '
           WS-MASC-RESULTADOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  CLASSARC (temporadas)...........: '
           WS-MASC-TEMPORADAS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  HISTALTERACOES.TXT..............: '
           WS-MASC-HISTORICO DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Arquivos sequenciais regravados...: '
           WS-ARQ-REGRAVADOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Registros de historico gravados...: '
           WS-HIST-GRAVADOS DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE SPACES TO WS-LINHA-IMP
       STRING 'Erros de regravacao...............: '
           WS-ERROS-REGRAVACAO DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-ERROS-REGRAVACAO > 0
           MOVE '*** CADASTRO NAO MARCADO - CORRIGIR E REEXECUTAR ***'
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       PERFORM IMPRIMIR-LINHA
       MOVE 'Totais preservados dos crachas anonimizados:'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE WS-TOT-PAGO TO WS-VALOR-ED
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Valor bruto em PAGLEDGER........: R$'
           WS-VALOR-ED DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE WS-TOT-GANHOS TO WS-VALOR-ED
       MOVE SPACES TO WS-LINHA-IMP
       STRING '  Ganhos em CLASSIFICACAO.........: R$'
           WS-VALOR-ED DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE '*** FIM DO RELATORIO ***' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       CLOSE PRINT-FILE.

       END PROGRAM ANONIMIZAINATIVOS.
