      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: nightly backup batch for the indexed master files.
      *          Unloads QUESTOES, CADASTRO, CLASSIFICACAO, PAGLEDGER,
      *          USOPERGUNTAS, OPERADORES, CHECKPOINT, CONTROLEBATCH,
      *          SESSOES and CONTESTACOES into sequential generations
      *          BKP-<master>-Gnn.TXT: a header with the date and time
      *          of the unload, one detail per record and a trailer
      *          with the record count and a hash total of the keys.
      *          The number of generations kept per master comes from
      *          PARAMBKP.TXT (default 7); each run writes to an
      *          unused slot, else overwrites the oldest one. On a
      *          rerun the generation already written today is kept
      *          until the new one has been read back and its count
      *          and hash agree with its trailer; only then is the
      *          earlier one released, so a rerun that fails never
      *          costs the day's good backup. A new generation that
      *          fails is released instead. A master that does not
      *          exist yet is skipped
      *          and its generations are left alone. Registers itself
      *          in CONTROLEBATCH.DAT and only marks the run concluded
      *          when every master was unloaded cleanly. Generations
      *          are put back with RestauraMestre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPMESTRES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTIONS-FILE ASSIGN TO "QUESTOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMERO
               FILE STATUS IS WS-QF-STATUS.
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
           SELECT USAGE-FILE ASSIGN TO "USOPERGUNTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-NUMERO
               FILE STATUS IS WS-UP-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-BADGE
               FILE STATUS IS WS-CK-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CONTROLEBATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RC-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-EPISODIO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SS-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "CONTESTACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS WS-DS-STATUS.
           SELECT BACKUP-FILE ASSIGN USING WS-BKP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMBKP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUESTIONS-FILE.
           COPY PERGREC.

       FD  CADASTRO-FILE.
           COPY CADREC.

       FD  STANDINGS-FILE.
           COPY CLASSREC.

       FD  LEDGER-FILE.
           COPY PAGLEDREC.

       FD  USAGE-FILE.
           COPY USOREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  CHECKPOINT-FILE.
           COPY CHECKREC.

       FD  CONTROL-FILE.
           COPY CTRLREC.

       FD  SESSION-FILE.
           COPY SESSREC.

       FD  DISPUTE-FILE.
           COPY DISPREC.

       FD  BACKUP-FILE.
           COPY BKPREC.

       FD  PARAM-FILE.
       01  PARAM-REC.
           05 PB-GERACOES          PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-QF-STATUS PIC XX VALUE '00'.
       01 WS-CD-STATUS PIC XX VALUE '00'.
       01 WS-CL-STATUS PIC XX VALUE '00'.
       01 WS-LG-STATUS PIC XX VALUE '00'.
       01 WS-UP-STATUS PIC XX VALUE '00'.
       01 WS-OP-STATUS PIC XX VALUE '00'.
       01 WS-CK-STATUS PIC XX VALUE '00'.
       01 WS-RC-STATUS PIC XX VALUE '00'.
       01 WS-SS-STATUS PIC XX VALUE '00'.
       01 WS-DS-STATUS PIC XX VALUE '00'.
       01 WS-BK-STATUS PIC XX VALUE '00'.
       01 WS-PB-STATUS PIC XX VALUE '00'.
       01 WS-BATCH-OK-FLAG PIC X VALUE 'N'.
           88 WS-BATCH-OK VALUE 'S'.
       01 WS-RC-EXISTE-FLAG PIC X VALUE 'N'.
           88 WS-RC-EXISTE VALUE 'S'.
       01 WS-DATA-NEGOCIO PIC X(8).
       01 WS-RERUN-RESP PIC X.
       01 WS-HORA PIC X(6).
       01 WS-FIM-FLAG PIC X VALUE 'N'.
           88 WS-FIM VALUE 'Y'.
       01 WS-ERROS PIC 9(2) VALUE 0.
      * Generations kept per master file
       01 WS-GERACOES PIC 9(2) VALUE 7.
       01 WS-MAX-GERACOES PIC 9(2) VALUE 30.
      * Masters to unload: base name and key length (the key is
      * always the leading field of the record)
       01 WS-ARQUIVOS-TABLE.
           05 FILLER PIC X(22) VALUE 'QUESTOES            05'.
           05 FILLER PIC X(22) VALUE 'CADASTRO            10'.
           05 FILLER PIC X(22) VALUE 'CLASSIFICACAO       10'.
           05 FILLER PIC X(22) VALUE 'PAGLEDGER           18'.
           05 FILLER PIC X(22) VALUE 'USOPERGUNTAS        05'.
           05 FILLER PIC X(22) VALUE 'OPERADORES          08'.
           05 FILLER PIC X(22) VALUE 'CHECKPOINT          10'.
           05 FILLER PIC X(22) VALUE 'CONTROLEBATCH       32'.
           05 FILLER PIC X(22) VALUE 'SESSOES             05'.
           05 FILLER PIC X(22) VALUE 'CONTESTACOES        20'.
       01 WS-ARQUIVOS-R REDEFINES WS-ARQUIVOS-TABLE.
           05 WS-ARQ-ENTRY OCCURS 10 TIMES.
               10 WS-ARQ-BASE PIC X(20).
               10 WS-ARQ-TAM-CHAVE PIC 99.
       01 WS-ARQ-IDX PIC 9(2) VALUE 0.
      * Outcome per master
       01 WS-RES-SITUACAO PIC X(20) OCCURS 10 TIMES.
       01 WS-RES-GERACAO PIC 99 OCCURS 10 TIMES.
       01 WS-RES-QTD PIC 9(9) OCCURS 10 TIMES.
       01 WS-RES-HASH PIC 9(18) OCCURS 10 TIMES.
       01 WS-RES-LIBERADA PIC 99 OCCURS 10 TIMES.
      * Generation choice
       01 WS-BKP-NOME PIC X(40) VALUE SPACES.
       01 WS-GER PIC 99 VALUE 0.
       01 WS-GER-HOJE PIC 99 VALUE 0.
       01 WS-GER-LIVRE PIC 99 VALUE 0.
       01 WS-GER-ANTIGA PIC 99 VALUE 0.
       01 WS-GER-ESCOLHIDA PIC 99 VALUE 0.
       01 WS-GER-DATA-HORA PIC X(14) VALUE SPACES.
       01 WS-ANTIGA-DATA-HORA PIC X(14) VALUE SPACES.
      * Counts and hash total of the generation being written
       01 WS-QTD PIC 9(9) VALUE 0.
       01 WS-HASH PIC 9(18) VALUE 0.
       01 WS-TAM-CHAVE PIC 99 VALUE 0.
       01 WS-CHAR-IDX PIC 99 VALUE 0.
       01 WS-QTD-ED PIC ZZZ.ZZZ.ZZ9.
      * Read-back of the generation just written
       01 WS-BK-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BK-EOF VALUE 'Y'.
       01 WS-TRAILER-FLAG PIC X VALUE 'N'.
           88 WS-TRAILER-LIDO VALUE 'S'.
       01 WS-TRL-QTD PIC 9(9) VALUE 0.
       01 WS-TRL-HASH PIC 9(18) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA
       PERFORM REGISTRAR-INICIO-BATCH
       IF NOT WS-BATCH-OK
           STOP RUN
       END-IF
       PERFORM LER-PARAMETROS
       PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1 UNTIL WS-ARQ-IDX > 10
           MOVE 'N' TO WS-FIM-FLAG
           MOVE 0 TO WS-RES-GERACAO(WS-ARQ-IDX)
           MOVE 0 TO WS-RES-QTD(WS-ARQ-IDX)
           MOVE 0 TO WS-RES-HASH(WS-ARQ-IDX)
           MOVE 0 TO WS-RES-LIBERADA(WS-ARQ-IDX)
           MOVE 'OK' TO WS-RES-SITUACAO(WS-ARQ-IDX)
           EVALUATE WS-ARQ-IDX
               WHEN 1 PERFORM DESCARREGAR-QUESTOES
               WHEN 2 PERFORM DESCARREGAR-CADASTRO
               WHEN 3 PERFORM DESCARREGAR-CLASSIFICACAO
               WHEN 4 PERFORM DESCARREGAR-LEDGER
               WHEN 5 PERFORM DESCARREGAR-USO
               WHEN 6 PERFORM DESCARREGAR-OPERADORES
               WHEN 7 PERFORM DESCARREGAR-CHECKPOINT
               WHEN 8 PERFORM DESCARREGAR-CONTROLE
               WHEN 9 PERFORM DESCARREGAR-SESSOES
               WHEN 10 PERFORM DESCARREGAR-CONTESTACOES
           END-EVALUATE
       END-PERFORM
       PERFORM IMPRIMIR-CONTROLE
       IF WS-ERROS = 0
           PERFORM REGISTRAR-FIM-BATCH
       ELSE
           CLOSE CONTROL-FILE
       END-IF
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
       MOVE 'BACKUPMESTRES' TO RC-PROGRAMA
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
           MOVE 'BACKUPMESTRES' TO RC-PROGRAMA
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
       MOVE 'BACKUPMESTRES' TO RC-PROGRAMA
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

       LER-PARAMETROS.
       OPEN INPUT PARAM-FILE
       IF WS-PB-STATUS = '00'
           READ PARAM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PB-GERACOES NUMERIC
                           AND PB-GERACOES > 0
                       MOVE PB-GERACOES TO WS-GERACOES
                   END-IF
           END-READ
           CLOSE PARAM-FILE
       END-IF
       IF WS-GERACOES > WS-MAX-GERACOES
           MOVE WS-MAX-GERACOES TO WS-GERACOES
       END-IF.

       DESCARREGAR-QUESTOES.
       OPEN INPUT QUESTIONS-FILE
       IF WS-QF-STATUS = '35'
           MOVE 'AUSENTE' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ELSE
           IF WS-QF-STATUS NOT = '00'
               PERFORM FALHA-ABERTURA
           ELSE
               PERFORM ABRIR-GERACAO
               PERFORM UNTIL WS-FIM
                   READ QUESTIONS-FILE NEXT RECORD
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           MOVE PERGUNTA-REC TO BD-DADOS
                           PERFORM GRAVAR-DETALHE
                   END-READ
                   IF WS-QF-STATUS NOT = '00' AND NOT = '10'
                       PERFORM FALHA-LEITURA
                   END-IF
               END-PERFORM
               PERFORM FECHAR-GERACAO
               CLOSE QUESTIONS-FILE
           END-IF
       END-IF.

       DESCARREGAR-CADASTRO.
       OPEN INPUT CADASTRO-FILE
       IF WS-CD-STATUS = '35'
           MOVE 'AUSENTE' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ELSE
           IF WS-CD-STATUS NOT = '00'
               PERFORM FALHA-ABERTURA
           ELSE
               PERFORM ABRIR-GERACAO
               PERFORM UNTIL WS-FIM
                   READ CADASTRO-FILE NEXT RECORD
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           MOVE CADASTRO-REC TO BD-DADOS
                           PERFORM GRAVAR-DETALHE
                   END-READ
                   IF WS-CD-STATUS NOT = '00' AND NOT = '10'
                       PERFORM FALHA-LEITURA
                   END-IF
               END-PERFORM
               PERFORM FECHAR-GERACAO
               CLOSE CADASTRO-FILE
           END-IF
       END-IF.

       DESCARREGAR-CLASSIFICACAO.
       OPEN INPUT STANDINGS-FILE
       IF WS-CL-STATUS = '35'
           MOVE 'AUSENTE' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ELSE
           IF WS-CL-STATUS NOT = '00'
               PERFORM FALHA-ABERTURA
           ELSE
               PERFORM ABRIR-GERACAO
               PERFORM UNTIL WS-FIM
                   READ STANDINGS-FILE NEXT RECORD
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           MOVE CLASS-REC TO BD-DADOS
                           PERFORM GRAVAR-DETALHE
                   END-READ
                   IF WS-CL-STATUS NOT = '00' AND NOT = '10'
                       PERFORM FALHA-LEITURA
                   END-IF
               END-PERFORM
               PERFORM FECHAR-GERACAO
               CLOSE STANDINGS-FILE
           END-IF
       END-IF.

       DESCARREGAR-LEDGER.
       OPEN INPUT LEDGER-FILE
       IF WS-LG-STATUS = '35'
           MOVE 'AUSENTE' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ELSE
           IF WS-LG-STATUS NOT = '00'
               PERFORM FALHA-ABERTURA
           ELSE
               PERFORM ABRIR-GERACAO
               PERFORM UNTIL WS-FIM
                   READ LEDGER-FILE NEXT RECORD
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           MOVE LEDGER-REC TO BD-DADOS
                           PERFORM GRAVAR-DETALHE
                   END-READ
                   IF WS-LG-STATUS NOT = '00' AND NOT = '10'
                       PERFORM FALHA-LEITURA
                   END-IF
               END-PERFORM
               PERFORM FECHAR-GERACAO
               CLOSE LEDGER-FILE
           END-IF
       END-IF.

       DESCARREGAR-USO.
       OPEN INPUT USAGE-FILE
       IF WS-UP-STATUS = '35'
           MOVE 'AUSENTE' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ELSE
           IF WS-UP-STATUS NOT = '00'
               PERFORM FALHA-ABERTURA
           ELSE
               PERFORM ABRIR-GERACAO
               PERFORM UNTIL WS-FIM
                   READ USAGE-FILE NEXT RECORD
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           MOVE USO-REC TO BD-DADOS
                           PERFORM GRAVAR-DETALHE
                   END-READ
                   IF WS-UP-STATUS NOT = '00' AND NOT = '10'
                       PERFORM FALHA-LEITURA
                   END-IF
               END-PERFORM
               PERFORM FECHAR-GERACAO
               CLOSE USAGE-FILE
           END-IF
       END-IF.

       DESCARREGAR-OPERADORES.
       OPEN INPUT OPERATOR-FILE
       IF WS-OP-STATUS = '35'
           MOVE 'AUSENTE' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ELSE
           IF WS-OP-STATUS NOT = '00'
               PERFORM FALHA-ABERTURA
           ELSE
               PERFORM ABRIR-GERACAO
               PERFORM UNTIL WS-FIM
                   READ OPERATOR-FILE NEXT RECORD
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           MOVE OPERADOR-REC TO BD-DADOS
                           PERFORM GRAVAR-DETALHE
                   END-READ
                   IF WS-OP-STATUS NOT = '00' AND NOT = '10'
                       PERFORM FALHA-LEITURA
                   END-IF
               END-PERFORM
               PERFORM FECHAR-GERACAO
               CLOSE OPERATOR-FILE
           END-IF
       END-IF.

       DESCARREGAR-CHECKPOINT.
       OPEN INPUT CHECKPOINT-FILE
       IF WS-CK-STATUS = '35'
           MOVE 'AUSENTE' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ELSE
           IF WS-CK-STATUS NOT = '00'
               PERFORM FALHA-ABERTURA
           ELSE
               PERFORM ABRIR-GERACAO
               PERFORM UNTIL WS-FIM
                   READ CHECKPOINT-FILE NEXT RECORD
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           MOVE CHECKPOINT-REC TO BD-DADOS
                           PERFORM GRAVAR-DETALHE
                   END-READ
                   IF WS-CK-STATUS NOT = '00' AND NOT = '10'
                       PERFORM FALHA-LEITURA
                   END-IF
               END-PERFORM
               PERFORM FECHAR-GERACAO
               CLOSE CHECKPOINT-FILE
           END-IF
       END-IF.

      * The run-control file is already open for this run's own
      * registration; it is read from the first key on, so the
      * generation includes tonight's 'I' record for this program.
       DESCARREGAR-CONTROLE.
       PERFORM ABRIR-GERACAO
       MOVE LOW-VALUES TO RC-CHAVE
       START CONTROL-FILE KEY IS NOT LESS THAN RC-CHAVE
           INVALID KEY SET WS-FIM TO TRUE
       END-START
       PERFORM UNTIL WS-FIM
           READ CONTROL-FILE NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   MOVE CONTROLE-REC TO BD-DADOS
                   PERFORM GRAVAR-DETALHE
           END-READ
           IF WS-RC-STATUS NOT = '00' AND NOT = '10'
               PERFORM FALHA-LEITURA
           END-IF
       END-PERFORM
       PERFORM FECHAR-GERACAO.

       DESCARREGAR-SESSOES.
       OPEN INPUT SESSION-FILE
       IF WS-SS-STATUS = '35'
           MOVE 'AUSENTE' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ELSE
           IF WS-SS-STATUS NOT = '00'
               PERFORM FALHA-ABERTURA
           ELSE
               PERFORM ABRIR-GERACAO
               PERFORM UNTIL WS-FIM
                   READ SESSION-FILE NEXT RECORD
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           MOVE SESSAO-REC TO BD-DADOS
                           PERFORM GRAVAR-DETALHE
                   END-READ
                   IF WS-SS-STATUS NOT = '00' AND NOT = '10'
                       PERFORM FALHA-LEITURA
                   END-IF
               END-PERFORM
               PERFORM FECHAR-GERACAO
               CLOSE SESSION-FILE
           END-IF
       END-IF.

       DESCARREGAR-CONTESTACOES.
       OPEN INPUT DISPUTE-FILE
       IF WS-DS-STATUS = '35'
           MOVE 'AUSENTE' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ELSE
           IF WS-DS-STATUS NOT = '00'
               PERFORM FALHA-ABERTURA
           ELSE
               PERFORM ABRIR-GERACAO
               PERFORM UNTIL WS-FIM
                   READ DISPUTE-FILE NEXT RECORD
                       AT END SET WS-FIM TO TRUE
                       NOT AT END
                           MOVE DISPUTA-REC TO BD-DADOS
                           PERFORM GRAVAR-DETALHE
                   END-READ
                   IF WS-DS-STATUS NOT = '00' AND NOT = '10'
                       PERFORM FALHA-LEITURA
                   END-IF
               END-PERFORM
               PERFORM FECHAR-GERACAO
               CLOSE DISPUTE-FILE
           END-IF
       END-IF.

       FALHA-ABERTURA.
       MOVE 'ERRO NA ABERTURA' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ADD 1 TO WS-ERROS.

      * A generation cut short has no trailer, so RestauraMestre will
      * never accept it.
       FALHA-LEITURA.
       MOVE 'ERRO NA LEITURA' TO WS-RES-SITUACAO(WS-ARQ-IDX)
       ADD 1 TO WS-ERROS
       SET WS-FIM TO TRUE.

      * An unused slot, else the oldest one that was not written
      * today. Today's generation is only reused when it is the only
      * slot kept.
       ESCOLHER-GERACAO.
       MOVE 0 TO WS-GER-HOJE
       MOVE 0 TO WS-GER-LIVRE
       MOVE 0 TO WS-GER-ANTIGA
       MOVE HIGH-VALUES TO WS-ANTIGA-DATA-HORA
       PERFORM VARYING WS-GER FROM 1 BY 1 UNTIL WS-GER > WS-GERACOES
           PERFORM LER-CABECALHO-GERACAO
           EVALUATE TRUE
               WHEN WS-GER-DATA-HORA = SPACES
                   IF WS-GER-LIVRE = 0
                       MOVE WS-GER TO WS-GER-LIVRE
                   END-IF
               WHEN WS-GER-DATA-HORA(1:8) = WS-DATA-NEGOCIO
                   IF WS-GER-HOJE = 0
                       MOVE WS-GER TO WS-GER-HOJE
                   END-IF
               WHEN WS-GER-DATA-HORA < WS-ANTIGA-DATA-HORA
                   MOVE WS-GER-DATA-HORA TO WS-ANTIGA-DATA-HORA
                   MOVE WS-GER TO WS-GER-ANTIGA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM
       EVALUATE TRUE
           WHEN WS-GER-LIVRE > 0
               MOVE WS-GER-LIVRE TO WS-GER-ESCOLHIDA
           WHEN WS-GER-ANTIGA > 0
               MOVE WS-GER-ANTIGA TO WS-GER-ESCOLHIDA
           WHEN OTHER
               MOVE WS-GER-HOJE TO WS-GER-ESCOLHIDA
       END-EVALUATE.

       LER-CABECALHO-GERACAO.
       MOVE SPACES TO WS-GER-DATA-HORA
       PERFORM MONTAR-NOME-GERACAO
       OPEN INPUT BACKUP-FILE
       IF WS-BK-STATUS = '00'
           READ BACKUP-FILE
               AT END CONTINUE
               NOT AT END
                   IF BH-TIPO = 'H'
                           AND BH-ARQUIVO = WS-ARQ-BASE(WS-ARQ-IDX)
                       STRING BH-DATA-GERACAO BH-HORA-GERACAO
                           DELIMITED BY SIZE INTO WS-GER-DATA-HORA
                   END-IF
           END-READ
           CLOSE BACKUP-FILE
       END-IF.

       MONTAR-NOME-GERACAO.
       MOVE SPACES TO WS-BKP-NOME
       STRING 'BKP-' WS-ARQ-BASE(WS-ARQ-IDX) DELIMITED BY SPACE
           '-G' WS-GER '.TXT' DELIMITED BY SIZE
           INTO WS-BKP-NOME.

       ABRIR-GERACAO.
       PERFORM ESCOLHER-GERACAO
       MOVE WS-GER-ESCOLHIDA TO WS-GER
       MOVE WS-GER TO WS-RES-GERACAO(WS-ARQ-IDX)
       PERFORM MONTAR-NOME-GERACAO
       MOVE 0 TO WS-QTD
       MOVE 0 TO WS-HASH
       MOVE WS-ARQ-TAM-CHAVE(WS-ARQ-IDX) TO WS-TAM-CHAVE
       OPEN OUTPUT BACKUP-FILE
       IF WS-BK-STATUS NOT = '00'
           MOVE 'ERRO NA GRAVACAO' TO WS-RES-SITUACAO(WS-ARQ-IDX)
           ADD 1 TO WS-ERROS
           SET WS-FIM TO TRUE
       ELSE
           MOVE SPACES TO BKP-HEADER-REC
           MOVE 'H' TO BH-TIPO
           MOVE WS-ARQ-BASE(WS-ARQ-IDX) TO BH-ARQUIVO
           MOVE WS-DATA-NEGOCIO TO BH-DATA-GERACAO
           MOVE WS-HORA TO BH-HORA-GERACAO
           MOVE WS-GER TO BH-GERACAO
           MOVE WS-TAM-CHAVE TO BH-TAM-CHAVE
           WRITE BKP-HEADER-REC
       END-IF.

       GRAVAR-DETALHE.
       MOVE 'D' TO BD-TIPO
       WRITE BKP-DETALHE-REC
       ADD 1 TO WS-QTD
       PERFORM ACUMULAR-HASH.

      * Hash total of the record keys: each key byte weighted by its
      * position. RestauraMestre recomputes it the same way.
       ACUMULAR-HASH.
       PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-TAM-CHAVE
           COMPUTE WS-HASH = WS-HASH
               + FUNCTION ORD(BD-DADOS(WS-CHAR-IDX:1)) * WS-CHAR-IDX
       END-PERFORM.

       FECHAR-GERACAO.
       IF WS-RES-SITUACAO(WS-ARQ-IDX) = 'OK'
           MOVE SPACES TO BKP-TRAILER-REC
           MOVE 'T' TO BT-TIPO
           MOVE WS-QTD TO BT-QTD-REGISTROS
           MOVE WS-HASH TO BT-HASH-CHAVES
           WRITE BKP-TRAILER-REC
       END-IF
       IF WS-RES-SITUACAO(WS-ARQ-IDX) NOT = 'ERRO NA GRAVACAO'
           CLOSE BACKUP-FILE
       END-IF
       MOVE WS-QTD TO WS-RES-QTD(WS-ARQ-IDX)
       MOVE WS-HASH TO WS-RES-HASH(WS-ARQ-IDX)
       IF WS-RES-SITUACAO(WS-ARQ-IDX) = 'OK'
           PERFORM CONFERIR-GERACAO
       END-IF
       EVALUATE TRUE
           WHEN WS-RES-SITUACAO(WS-ARQ-IDX) = 'OK'
               IF WS-GER-HOJE > 0
                       AND WS-GER-HOJE NOT = WS-RES-GERACAO(WS-ARQ-IDX)
                   MOVE WS-GER-HOJE TO WS-GER
                   PERFORM LIBERAR-GERACAO
                   MOVE WS-GER-HOJE TO WS-RES-LIBERADA(WS-ARQ-IDX)
               END-IF
           WHEN WS-RES-SITUACAO(WS-ARQ-IDX) = 'ERRO NA LEITURA'
                   OR WS-RES-SITUACAO(WS-ARQ-IDX)
                       = 'ERRO NA CONFERENCIA'
               MOVE WS-RES-GERACAO(WS-ARQ-IDX) TO WS-GER
               PERFORM LIBERAR-GERACAO
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

      * Reads the generation back and recomputes count and hash the
      * way RestauraMestre will; both must agree with what was
      * written and with the trailer.
       CONFERIR-GERACAO.
       MOVE WS-RES-GERACAO(WS-ARQ-IDX) TO WS-GER
       PERFORM MONTAR-NOME-GERACAO
       MOVE 0 TO WS-QTD
       MOVE 0 TO WS-HASH
       MOVE 0 TO WS-TRL-QTD
       MOVE 0 TO WS-TRL-HASH
       MOVE 'N' TO WS-TRAILER-FLAG
       MOVE 'N' TO WS-BK-EOF-FLAG
       OPEN INPUT BACKUP-FILE
       IF WS-BK-STATUS = '00'
           PERFORM UNTIL WS-BK-EOF
               READ BACKUP-FILE
                   AT END SET WS-BK-EOF TO TRUE
                   NOT AT END
                       EVALUATE BD-TIPO
                           WHEN 'D'
                               ADD 1 TO WS-QTD
                               PERFORM ACUMULAR-HASH
                           WHEN 'T'
                               SET WS-TRAILER-LIDO TO TRUE
                               MOVE BT-QTD-REGISTROS TO WS-TRL-QTD
                               MOVE BT-HASH-CHAVES TO WS-TRL-HASH
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
       END-IF
       IF NOT WS-TRAILER-LIDO
               OR WS-QTD NOT = WS-RES-QTD(WS-ARQ-IDX)
               OR WS-HASH NOT = WS-RES-HASH(WS-ARQ-IDX)
               OR WS-TRL-QTD NOT = WS-QTD
               OR WS-TRL-HASH NOT = WS-HASH
           MOVE 'ERRO NA CONFERENCIA' TO WS-RES-SITUACAO(WS-ARQ-IDX)
           ADD 1 TO WS-ERROS
       END-IF.

      * An empty file has no header, so the slot reads as unused and
      * RestauraMestre no longer lists it.
       LIBERAR-GERACAO.
       PERFORM MONTAR-NOME-GERACAO
       OPEN OUTPUT BACKUP-FILE
       IF WS-BK-STATUS = '00'
           CLOSE BACKUP-FILE
       END-IF.

       IMPRIMIR-CONTROLE.
       DISPLAY '================================================'
       DISPLAY 'CONTROLE DE BACKUP DOS ARQUIVOS MESTRES'
       DISPLAY 'Data/hora da descarga..............: '
           WS-DATA-NEGOCIO ' ' WS-HORA
       DISPLAY 'Geracoes mantidas por arquivo......: ' WS-GERACOES
       DISPLAY '================================================'
       PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1 UNTIL WS-ARQ-IDX > 10
           MOVE WS-RES-QTD(WS-ARQ-IDX) TO WS-QTD-ED
           DISPLAY WS-ARQ-BASE(WS-ARQ-IDX) ' '
               WS-RES-SITUACAO(WS-ARQ-IDX)
           IF WS-RES-GERACAO(WS-ARQ-IDX) > 0
               DISPLAY '    geracao G' WS-RES-GERACAO(WS-ARQ-IDX)
                   '  registros ' WS-QTD-ED
                   '  hash ' WS-RES-HASH(WS-ARQ-IDX)
           END-IF
           IF WS-RES-LIBERADA(WS-ARQ-IDX) > 0
               DISPLAY '    geracao anterior de hoje G'
                   WS-RES-LIBERADA(WS-ARQ-IDX) ' liberada'
           END-IF
       END-PERFORM
       DISPLAY ' '
       IF WS-ERROS = 0
           DISPLAY 'Backup concluido sem erros.'
       ELSE
           DISPLAY '*** ATENCAO: ' WS-ERROS ' arquivo(s) com erro; '
               'execucao nao marcada como concluida. ***'
       END-IF
       DISPLAY '================================================'.

       END PROGRAM BACKUPMESTRES.
