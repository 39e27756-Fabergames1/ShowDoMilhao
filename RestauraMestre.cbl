      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: rebuilds one indexed master file from a backup
      *          generation written by BackupMestres. The operator
      *          picks the master and the generation; the generation
      *          is read end to end and its record count and key hash
      *          total are recomputed and checked against the trailer
      *          before anything is touched. Only then, after sign-on
      *          of an active supervisor (level 3) from OPERADORES.DAT
      *          and a final confirmation, the live file is recreated
      *          from the generation. When OPERADORES.DAT itself is
      *          the file being restored and cannot be opened, the
      *          supervisor is checked against the chosen generation.
      *          Every restore is recorded in HISTALTERACOES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURAMESTRE.

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
           SELECT HISTORY-LOG ASSIGN TO "HISTALTERACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-HS-STATUS.

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

       FD  HISTORY-LOG.
           COPY HISTREC.

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
       01 WS-HS-STATUS PIC XX VALUE '00'.
       01 WS-SAIDA-STATUS PIC XX VALUE '00'.
       01 WS-BK-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BK-EOF VALUE 'Y'.
      * Masters that can be restored: base name and key length, in
      * the same order as BackupMestres
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
       01 WS-OPCAO PIC 9(2) VALUE 0.
       01 WS-MAX-GERACOES PIC 9(2) VALUE 30.
       01 WS-BKP-NOME PIC X(40) VALUE SPACES.
       01 WS-GER PIC 99 VALUE 0.
       01 WS-GER-INFORMADA PIC 99 VALUE 0.
       01 WS-GERACOES-ACHADAS PIC 99 VALUE 0.
       01 WS-GER-EXISTE-FLAG PIC X VALUE 'N'.
           88 WS-GER-EXISTE VALUE 'S'.
       01 WS-GER-DATA PIC X(8) VALUE SPACES.
       01 WS-GER-HORA PIC X(6) VALUE SPACES.
      * Verification of the chosen generation
       01 WS-GERACAO-OK-FLAG PIC X VALUE 'N'.
           88 WS-GERACAO-OK VALUE 'S'.
       01 WS-TRAILER-FLAG PIC X VALUE 'N'.
           88 WS-TRAILER-LIDO VALUE 'S'.
       01 WS-FORMATO-FLAG PIC X VALUE 'S'.
           88 WS-FORMATO-OK VALUE 'S'.
       01 WS-QTD PIC 9(9) VALUE 0.
       01 WS-HASH PIC 9(18) VALUE 0.
       01 WS-TRL-QTD PIC 9(9) VALUE 0.
       01 WS-TRL-HASH PIC 9(18) VALUE 0.
       01 WS-TAM-CHAVE PIC 99 VALUE 0.
       01 WS-CHAR-IDX PIC 99 VALUE 0.
      * Supervisor sign-on
       01 WS-ID-INFORMADO PIC X(8) VALUE SPACES.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-ASSINADO-FLAG PIC X VALUE 'N'.
           88 WS-ASSINADO VALUE 'S'.
       01 WS-ACHOU-FLAG PIC X VALUE 'N'.
           88 WS-ACHOU VALUE 'S'.
           COPY OPERREC REPLACING ==OPERADOR-REC== BY ==SUPERVISOR-REC==
               LEADING ==OP== BY ==SV==.
       01 WS-CONFIRMA PIC X VALUE 'N'.
      * Restore counters
       01 WS-GRAVADOS PIC 9(9) VALUE 0.
       01 WS-REJEITADOS PIC 9(9) VALUE 0.
       01 WS-QTD-ED PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       PERFORM ESCOLHER-ARQUIVO
       IF WS-ARQ-IDX = 0
           STOP RUN
       END-IF
       PERFORM LISTAR-GERACOES
       IF WS-GERACOES-ACHADAS = 0
           DISPLAY 'Nenhuma geracao de backup encontrada para '
               WS-ARQ-BASE(WS-ARQ-IDX)
           STOP RUN
       END-IF
       DISPLAY 'Geracao a restaurar (numero)? '
       ACCEPT WS-GER-INFORMADA
       MOVE WS-GER-INFORMADA TO WS-GER
       PERFORM VERIFICAR-GERACAO
       IF NOT WS-GERACAO-OK
           DISPLAY 'Restauracao recusada: a geracao nao confere. '
               'O arquivo vivo nao foi alterado.'
           STOP RUN
       END-IF
       PERFORM ASSINAR-SUPERVISOR
       IF NOT WS-ASSINADO
           DISPLAY 'Restauracao recusada: assinatura de supervisor '
               'necessaria.'
           STOP RUN
       END-IF
       DISPLAY 'ATENCAO: o arquivo ' WS-ARQ-BASE(WS-ARQ-IDX)
       DISPLAY 'sera substituido pela geracao G' WS-GER ' de '
           WS-GER-DATA ' ' WS-GER-HORA '.'
       DISPLAY 'Confirma a restauracao (S/N)? '
       ACCEPT WS-CONFIRMA
       IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
           DISPLAY 'Restauracao cancelada pelo operador.'
           STOP RUN
       END-IF
       PERFORM RESTAURAR-ARQUIVO
       IF WS-SAIDA-STATUS = '00'
           PERFORM GRAVAR-HISTORICO
           PERFORM IMPRIMIR-RESUMO
       END-IF
       STOP RUN.

       ESCOLHER-ARQUIVO.
       MOVE 0 TO WS-ARQ-IDX
       DISPLAY ' '
       DISPLAY 'RESTAURACAO DE ARQUIVO MESTRE'
       PERFORM VARYING WS-OPCAO FROM 1 BY 1 UNTIL WS-OPCAO > 10
           DISPLAY WS-OPCAO ' - ' WS-ARQ-BASE(WS-OPCAO)
       END-PERFORM
       DISPLAY 'Arquivo a restaurar? '
       ACCEPT WS-OPCAO
       IF WS-OPCAO < 1 OR WS-OPCAO > 10
           DISPLAY 'Opcao invalida.'
       ELSE
           MOVE WS-OPCAO TO WS-ARQ-IDX
       END-IF.

      * Every slot is looked at, not only the ones the current
      * PARAMBKP.TXT keeps, so older generations stay reachable after
      * the parameter is lowered.
       LISTAR-GERACOES.
       MOVE 0 TO WS-GERACOES-ACHADAS
       DISPLAY 'Geracoes disponiveis de ' WS-ARQ-BASE(WS-ARQ-IDX) ':'
       PERFORM VARYING WS-GER FROM 1 BY 1
               UNTIL WS-GER > WS-MAX-GERACOES
           PERFORM LER-CABECALHO-GERACAO
           IF WS-GER-EXISTE
               ADD 1 TO WS-GERACOES-ACHADAS
               DISPLAY '  G' WS-GER '  ' WS-GER-DATA ' ' WS-GER-HORA
           END-IF
       END-PERFORM.

       LER-CABECALHO-GERACAO.
       MOVE 'N' TO WS-GER-EXISTE-FLAG
       PERFORM MONTAR-NOME-GERACAO
       OPEN INPUT BACKUP-FILE
       IF WS-BK-STATUS = '00'
           READ BACKUP-FILE
               AT END CONTINUE
               NOT AT END
                   IF BH-TIPO = 'H'
                           AND BH-ARQUIVO = WS-ARQ-BASE(WS-ARQ-IDX)
                       SET WS-GER-EXISTE TO TRUE
                       MOVE BH-DATA-GERACAO TO WS-GER-DATA
                       MOVE BH-HORA-GERACAO TO WS-GER-HORA
                   END-IF
           END-READ
           CLOSE BACKUP-FILE
       END-IF.

       MONTAR-NOME-GERACAO.
       MOVE SPACES TO WS-BKP-NOME
       STRING 'BKP-' WS-ARQ-BASE(WS-ARQ-IDX) DELIMITED BY SPACE
           '-G' WS-GER '.TXT' DELIMITED BY SIZE
           INTO WS-BKP-NOME.

      * Reads the whole generation and recomputes count and hash the
      * same way BackupMestres built them. A generation without a
      * trailer (cut short) or with anything after it is refused.
       VERIFICAR-GERACAO.
       MOVE 'N' TO WS-GERACAO-OK-FLAG
       MOVE 'N' TO WS-TRAILER-FLAG
       MOVE 'S' TO WS-FORMATO-FLAG
       MOVE 'N' TO WS-BK-EOF-FLAG
       MOVE 0 TO WS-QTD
       MOVE 0 TO WS-HASH
       MOVE 0 TO WS-TRL-QTD
       MOVE 0 TO WS-TRL-HASH
       IF WS-GER < 1 OR WS-GER > WS-MAX-GERACOES
           DISPLAY 'Geracao invalida.'
           SET WS-BK-EOF TO TRUE
       ELSE
           PERFORM LER-CABECALHO-GERACAO
           IF NOT WS-GER-EXISTE
               DISPLAY 'Geracao nao encontrada: ' WS-BKP-NOME
               SET WS-BK-EOF TO TRUE
           END-IF
       END-IF
       IF NOT WS-BK-EOF
           OPEN INPUT BACKUP-FILE
           READ BACKUP-FILE
               AT END SET WS-BK-EOF TO TRUE
           END-READ
           MOVE BH-TAM-CHAVE TO WS-TAM-CHAVE
           IF WS-TAM-CHAVE NOT = WS-ARQ-TAM-CHAVE(WS-ARQ-IDX)
               MOVE 'N' TO WS-FORMATO-FLAG
           END-IF
           PERFORM UNTIL WS-BK-EOF
               READ BACKUP-FILE
                   AT END SET WS-BK-EOF TO TRUE
                   NOT AT END PERFORM CONFERIR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           DISPLAY 'Conferencia da geracao ' WS-BKP-NOME
           MOVE WS-QTD TO WS-QTD-ED
           DISPLAY '  Registros lidos.........: ' WS-QTD-ED
           MOVE WS-TRL-QTD TO WS-QTD-ED
           DISPLAY '  Registros no trailer....: ' WS-QTD-ED
           DISPLAY '  Hash calculado..........: ' WS-HASH
           DISPLAY '  Hash no trailer.........: ' WS-TRL-HASH
           IF NOT WS-FORMATO-OK
               DISPLAY '  Formato da geracao invalido.'
           ELSE
               IF NOT WS-TRAILER-LIDO
                   DISPLAY '  Trailer ausente: geracao incompleta.'
               ELSE
                   IF WS-QTD = WS-TRL-QTD AND WS-HASH = WS-TRL-HASH
                       SET WS-GERACAO-OK TO TRUE
                       DISPLAY '  Conferencia OK.'
                   ELSE
                       DISPLAY '  *** Totais nao conferem! ***'
                   END-IF
               END-IF
           END-IF
       END-IF.

       CONFERIR-REGISTRO.
       IF WS-TRAILER-LIDO
           MOVE 'N' TO WS-FORMATO-FLAG
       ELSE
           EVALUATE BD-TIPO
               WHEN 'D'
                   ADD 1 TO WS-QTD
                   PERFORM ACUMULAR-HASH
               WHEN 'T'
                   SET WS-TRAILER-LIDO TO TRUE
                   MOVE BT-QTD-REGISTROS TO WS-TRL-QTD
                   MOVE BT-HASH-CHAVES TO WS-TRL-HASH
               WHEN OTHER
                   MOVE 'N' TO WS-FORMATO-FLAG
           END-EVALUATE
       END-IF.

      * Same weighting as BackupMestres: each key byte times its
      * position.
       ACUMULAR-HASH.
       PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-TAM-CHAVE
           COMPUTE WS-HASH = WS-HASH
               + FUNCTION ORD(BD-DADOS(WS-CHAR-IDX:1)) * WS-CHAR-IDX
       END-PERFORM.

       ASSINAR-SUPERVISOR.
       MOVE 'N' TO WS-ASSINADO-FLAG
       OPEN INPUT OPERATOR-FILE
       IF WS-OP-STATUS = '00'
           DISPLAY 'Identificacao do supervisor? '
           ACCEPT WS-ID-INFORMADO
           MOVE WS-ID-INFORMADO TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY 'Operador nao cadastrado.'
               NOT INVALID KEY
                   MOVE OPERADOR-REC TO SUPERVISOR-REC
                   PERFORM VALIDAR-SUPERVISOR
           END-READ
           CLOSE OPERATOR-FILE
       ELSE
           IF WS-ARQ-BASE(WS-ARQ-IDX) = 'OPERADORES'
               DISPLAY 'OPERADORES.DAT indisponivel; o supervisor '
                   'sera conferido na geracao escolhida.'
               DISPLAY 'Identificacao do supervisor? '
               ACCEPT WS-ID-INFORMADO
               PERFORM PROCURAR-NA-GERACAO
               IF WS-ACHOU
                   PERFORM VALIDAR-SUPERVISOR
               ELSE
                   DISPLAY 'Operador nao cadastrado na geracao.'
               END-IF
           ELSE
               DISPLAY 'Arquivo de operadores nao encontrado: '
                   'OPERADORES.DAT'
               DISPLAY 'Restaure primeiro OPERADORES a partir de '
                   'uma geracao de backup.'
           END-IF
       END-IF.

       PROCURAR-NA-GERACAO.
       MOVE 'N' TO WS-ACHOU-FLAG
       MOVE 'N' TO WS-BK-EOF-FLAG
       OPEN INPUT BACKUP-FILE
       PERFORM UNTIL WS-BK-EOF OR WS-ACHOU
           READ BACKUP-FILE
               AT END SET WS-BK-EOF TO TRUE
               NOT AT END
                   IF BD-TIPO = 'D'
                           AND BD-DADOS(1:8) = WS-ID-INFORMADO
                       MOVE BD-DADOS TO SUPERVISOR-REC
                       SET WS-ACHOU TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BACKUP-FILE.

       VALIDAR-SUPERVISOR.
       IF NOT SV-ATIVO
           DISPLAY 'Operador desativado.'
       ELSE
           IF NOT SV-SUPERVISOR
               DISPLAY 'Nivel de supervisor necessario.'
           ELSE
               MOVE SV-ID TO WS-OPERADOR
               SET WS-ASSINADO TO TRUE
               DISPLAY 'Supervisor: ' SV-NOME
           END-IF
       END-IF.

      * The live file is recreated empty and loaded from the
      * generation already checked above.
       RESTAURAR-ARQUIVO.
       MOVE 0 TO WS-GRAVADOS
       MOVE 0 TO WS-REJEITADOS
       EVALUATE WS-ARQ-IDX
           WHEN 1
               OPEN OUTPUT QUESTIONS-FILE
               MOVE WS-QF-STATUS TO WS-SAIDA-STATUS
           WHEN 2
               OPEN OUTPUT CADASTRO-FILE
               MOVE WS-CD-STATUS TO WS-SAIDA-STATUS
           WHEN 3
               OPEN OUTPUT STANDINGS-FILE
               MOVE WS-CL-STATUS TO WS-SAIDA-STATUS
           WHEN 4
               OPEN OUTPUT LEDGER-FILE
               MOVE WS-LG-STATUS TO WS-SAIDA-STATUS
           WHEN 5
               OPEN OUTPUT USAGE-FILE
               MOVE WS-UP-STATUS TO WS-SAIDA-STATUS
           WHEN 6
               OPEN OUTPUT OPERATOR-FILE
               MOVE WS-OP-STATUS TO WS-SAIDA-STATUS
           WHEN 7
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE WS-CK-STATUS TO WS-SAIDA-STATUS
           WHEN 8
               OPEN OUTPUT CONTROL-FILE
               MOVE WS-RC-STATUS TO WS-SAIDA-STATUS
           WHEN 9
               OPEN OUTPUT SESSION-FILE
               MOVE WS-SS-STATUS TO WS-SAIDA-STATUS
           WHEN 10
               OPEN OUTPUT DISPUTE-FILE
               MOVE WS-DS-STATUS TO WS-SAIDA-STATUS
       END-EVALUATE
       IF WS-SAIDA-STATUS NOT = '00'
           DISPLAY 'Nao foi possivel recriar o arquivo '
               WS-ARQ-BASE(WS-ARQ-IDX) ' (status ' WS-SAIDA-STATUS
               '). Restauracao nao executada.'
       ELSE
           MOVE 'N' TO WS-BK-EOF-FLAG
           OPEN INPUT BACKUP-FILE
           PERFORM UNTIL WS-BK-EOF
               READ BACKUP-FILE
                   AT END SET WS-BK-EOF TO TRUE
                   NOT AT END
                       IF BD-TIPO = 'D'
                           PERFORM GRAVAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           PERFORM FECHAR-MESTRE
       END-IF.

       GRAVAR-REGISTRO.
       EVALUATE WS-ARQ-IDX
           WHEN 1
               MOVE BD-DADOS TO PERGUNTA-REC
               WRITE PERGUNTA-REC
                   INVALID KEY ADD 1 TO WS-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WS-GRAVADOS
               END-WRITE
           WHEN 2
               MOVE BD-DADOS TO CADASTRO-REC
               WRITE CADASTRO-REC
                   INVALID KEY ADD 1 TO WS-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WS-GRAVADOS
               END-WRITE
           WHEN 3
               MOVE BD-DADOS TO CLASS-REC
               WRITE CLASS-REC
                   INVALID KEY ADD 1 TO WS-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WS-GRAVADOS
               END-WRITE
           WHEN 4
               MOVE BD-DADOS TO LEDGER-REC
               WRITE LEDGER-REC
                   INVALID KEY ADD 1 TO WS-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WS-GRAVADOS
               END-WRITE
           WHEN 5
               MOVE BD-DADOS TO USO-REC
               WRITE USO-REC
                   INVALID KEY ADD 1 TO WS-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WS-GRAVADOS
               END-WRITE
           WHEN 6
               MOVE BD-DADOS TO OPERADOR-REC
               WRITE OPERADOR-REC
                   INVALID KEY ADD 1 TO WS-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WS-GRAVADOS
               END-WRITE
           WHEN 7
               MOVE BD-DADOS TO CHECKPOINT-REC
               WRITE CHECKPOINT-REC
                   INVALID KEY ADD 1 TO WS-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WS-GRAVADOS
               END-WRITE
           WHEN 8
               MOVE BD-DADOS TO CONTROLE-REC
               WRITE CONTROLE-REC
                   INVALID KEY ADD 1 TO WS-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WS-GRAVADOS
               END-WRITE
           WHEN 9
               MOVE BD-DADOS TO SESSAO-REC
               WRITE SESSAO-REC
                   INVALID KEY ADD 1 TO WS-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WS-GRAVADOS
               END-WRITE
           WHEN 10
               MOVE BD-DADOS TO DISPUTA-REC
               WRITE DISPUTA-REC
                   INVALID KEY ADD 1 TO WS-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WS-GRAVADOS
               END-WRITE
       END-EVALUATE.

       FECHAR-MESTRE.
       EVALUATE WS-ARQ-IDX
           WHEN 1 CLOSE QUESTIONS-FILE
           WHEN 2 CLOSE CADASTRO-FILE
           WHEN 3 CLOSE STANDINGS-FILE
           WHEN 4 CLOSE LEDGER-FILE
           WHEN 5 CLOSE USAGE-FILE
           WHEN 6 CLOSE OPERATOR-FILE
           WHEN 7 CLOSE CHECKPOINT-FILE
           WHEN 8 CLOSE CONTROL-FILE
           WHEN 9 CLOSE SESSION-FILE
           WHEN 10 CLOSE DISPUTE-FILE
       END-EVALUATE.

       GRAVAR-HISTORICO.
       OPEN EXTEND HISTORY-LOG
       IF WS-HS-STATUS NOT = '00'
           OPEN OUTPUT HISTORY-LOG
       END-IF
       MOVE FUNCTION CURRENT-DATE TO HS-DATA-HORA
       MOVE WS-OPERADOR TO HS-OPERADOR
       MOVE 'RESTAURA' TO HS-PROGRAMA
       SET HS-RESTAURACAO TO TRUE
       MOVE WS-ARQ-BASE(WS-ARQ-IDX) TO HS-CHAVE
       MOVE SPACES TO HS-ANTES
       STRING 'ARQUIVO=' WS-ARQ-BASE(WS-ARQ-IDX) DELIMITED BY SPACE
           '.DAT SUBSTITUIDO' DELIMITED BY SIZE
           INTO HS-ANTES
       MOVE SPACES TO HS-DEPOIS
       STRING 'GERACAO=' WS-BKP-NOME DELIMITED BY SPACE
           ' DATA=' WS-GER-DATA ' REGISTROS=' WS-TRL-QTD
           ' HASH=' WS-TRL-HASH ' GRAVADOS=' WS-GRAVADOS
           DELIMITED BY SIZE INTO HS-DEPOIS
       WRITE HIST-REC
       CLOSE HISTORY-LOG.

       IMPRIMIR-RESUMO.
       DISPLAY '================================================'
       DISPLAY 'RESTAURACAO DE ' WS-ARQ-BASE(WS-ARQ-IDX)
       DISPLAY 'Geracao............................: ' WS-BKP-NOME
       MOVE WS-TRL-QTD TO WS-QTD-ED
       DISPLAY 'Registros na geracao...............: ' WS-QTD-ED
       MOVE WS-GRAVADOS TO WS-QTD-ED
       DISPLAY 'Registros gravados.................: ' WS-QTD-ED
       MOVE WS-REJEITADOS TO WS-QTD-ED
       DISPLAY 'Registros rejeitados...............: ' WS-QTD-ED
       IF WS-GRAVADOS = WS-TRL-QTD
           DISPLAY 'Conferencia OK: arquivo restaurado por completo.'
       ELSE
           DISPLAY '*** ATENCAO: totais nao conferem! ***'
       END-IF
       DISPLAY '================================================'.

       END PROGRAM RESTAURAMESTRE.
