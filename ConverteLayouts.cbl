      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: one-off conversion of the two indexed masters whose
      *          record layout grew: the payout ledger PAGLEDGER.DAT
      *          (income tax withheld, net amount, reissue count and
      *          date added at the end of LEDGER-REC) and the session
      *          checkpoint CHECKPOINT.DAT (episode and difficulty
      *          plan added at the end of CHECKPOINT-REC). Each old
      *          record is copied to the new layout with no tax
      *          withheld, net amount equal to the gross prize, no
      *          reissues, episode zero and no difficulty plan, which
      *          is how the programs treat entries written before the
      *          change.
      *          Run order, once, before any of the rebuilt programs
      *          opens either file:
      *            1. run BackupMestres with the old programs;
      *            2. rename PAGLEDGER.DAT to PAGLEDGER.ANT and
      *               CHECKPOINT.DAT to CHECKPOINT.ANT (with any index
      *               companion files of the same name);
      *            3. run ConverteLayouts, which writes the new
      *               PAGLEDGER.DAT and CHECKPOINT.DAT;
      *            4. check the control totals (records read equal
      *               records written, gross total unchanged) and only
      *               then start the rebuilt programs. Keep the .ANT
      *               files until the next backup has run.
      *          A file with no .ANT copy is reported and left alone;
      *          a new file that already exists is never overwritten.
      *          Backup generations taken before the conversion carry
      *          the old layout and must not be restored over the
      *          converted files. Registers in CONTROLEBATCH.DAT and
      *          only marks the run concluded when both files
      *          converted cleanly.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTELAYOUTS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-ANTERIOR ASSIGN TO "PAGLEDGER.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-CHAVE
               FILE STATUS IS WS-LA-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "PAGLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-LG-STATUS.
           SELECT CHECKPOINT-ANTERIOR ASSIGN TO "CHECKPOINT.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KA-BADGE
               FILE STATUS IS WS-KA-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
      * Payout ledger as it was before the withholding and reissue
      * fields were added.
       FD  LEDGER-ANTERIOR.
       01  LEDGER-ANT-REC.
           05  LA-CHAVE.
               10  LA-BADGE        PIC X(10).
               10  LA-DATA-JOGO    PIC X(8).
           05  LA-NOME             PIC X(40).
           05  LA-VALOR            PIC 9(11).
           05  LA-STATUS           PIC X.
           05  LA-MOTIVO           PIC X(40).
           05  LA-DATA-EXTRATO     PIC X(8).
           05  LA-DATA-RETORNO     PIC X(8).

       FD  LEDGER-FILE.
           COPY PAGLEDREC.

      * Session checkpoint as it was before the episode and the
      * difficulty plan were added.
       FD  CHECKPOINT-ANTERIOR.
       01  CHECKPOINT-ANT-REC.
           05  KA-BADGE            PIC X(10).
           05  KA-CURRENT-QUESTION PIC 99.
           05  KA-CORRECT-ANSWERS  PIC 99.
           05  KA-PRIZE-BANKED     PIC X(15).
           05  KA-SELECTED         PIC 9(5) OCCURS 5 TIMES.
           05  KA-PERGUNTAS-NA-RODADA PIC 9.
           05  KA-FIFTY-USED       PIC X.
           05  KA-SKIP-USED        PIC X.
           05  KA-ESTACAO          PIC XX.
           05  KA-TIPO-SESSAO      PIC X.

       FD  CHECKPOINT-FILE.
           COPY CHECKREC.

       FD  CONTROL-FILE.
           COPY CTRLREC.

       WORKING-STORAGE SECTION.
       01 WS-LA-STATUS PIC XX VALUE '00'.
       01 WS-LG-STATUS PIC XX VALUE '00'.
       01 WS-KA-STATUS PIC XX VALUE '00'.
       01 WS-CK-STATUS PIC XX VALUE '00'.
       01 WS-RC-STATUS PIC XX VALUE '00'.
       01 WS-BATCH-OK-FLAG PIC X VALUE 'N'.
           88 WS-BATCH-OK VALUE 'S'.
       01 WS-RC-EXISTE-FLAG PIC X VALUE 'N'.
           88 WS-RC-EXISTE VALUE 'S'.
       01 WS-DATA-NEGOCIO PIC X(8).
       01 WS-RERUN-RESP PIC X.
       01 WS-FIM-FLAG PIC X VALUE 'N'.
           88 WS-FIM VALUE 'Y'.
       01 WS-IDX PIC 9 VALUE 0.
       01 WS-ERROS PIC 9(2) VALUE 0.
      * Control totals
       01 WS-LG-SITUACAO PIC X(20) VALUE 'OK'.
       01 WS-LG-LIDOS PIC 9(9) VALUE 0.
       01 WS-LG-GRAVADOS PIC 9(9) VALUE 0.
       01 WS-LG-VALOR-LIDO PIC 9(15) VALUE 0.
       01 WS-LG-VALOR-GRAVADO PIC 9(15) VALUE 0.
       01 WS-CK-SITUACAO PIC X(20) VALUE 'OK'.
       01 WS-CK-LIDOS PIC 9(9) VALUE 0.
       01 WS-CK-GRAVADOS PIC 9(9) VALUE 0.
       01 WS-QTD-ED PIC ZZZ.ZZZ.ZZ9.
       01 WS-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       PERFORM REGISTRAR-INICIO-BATCH
       IF NOT WS-BATCH-OK
           STOP RUN
       END-IF
       PERFORM CONVERTER-LEDGER
       PERFORM CONVERTER-CHECKPOINT
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
       MOVE 'CONVERTELAYOUTS' TO RC-PROGRAMA
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
           MOVE 'CONVERTELAYOUTS' TO RC-PROGRAMA
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
       MOVE 'CONVERTELAYOUTS' TO RC-PROGRAMA
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

      * The new PAGLEDGER.DAT is only created when it does not exist
      * yet, so a second run can never wipe a converted ledger.
       CONVERTER-LEDGER.
       OPEN INPUT LEDGER-ANTERIOR
       IF WS-LA-STATUS = '35'
           MOVE 'SEM ARQUIVO .ANT' TO WS-LG-SITUACAO
       ELSE
           IF WS-LA-STATUS NOT = '00'
               MOVE 'ERRO NA ABERTURA' TO WS-LG-SITUACAO
               ADD 1 TO WS-ERROS
           ELSE
               OPEN INPUT LEDGER-FILE
               IF WS-LG-STATUS NOT = '35'
                   IF WS-LG-STATUS = '00'
                       CLOSE LEDGER-FILE
                   END-IF
                   MOVE 'DESTINO JA EXISTE' TO WS-LG-SITUACAO
                   ADD 1 TO WS-ERROS
               ELSE
                   OPEN OUTPUT LEDGER-FILE
                   IF WS-LG-STATUS NOT = '00'
                       MOVE 'ERRO NA GRAVACAO' TO WS-LG-SITUACAO
                       ADD 1 TO WS-ERROS
                   ELSE
                       PERFORM COPIAR-LEDGER
                       CLOSE LEDGER-FILE
                   END-IF
               END-IF
               CLOSE LEDGER-ANTERIOR
           END-IF
       END-IF.

       COPIAR-LEDGER.
       MOVE 'N' TO WS-FIM-FLAG
       PERFORM UNTIL WS-FIM
           READ LEDGER-ANTERIOR NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   ADD 1 TO WS-LG-LIDOS
                   ADD LA-VALOR TO WS-LG-VALOR-LIDO
                   PERFORM GRAVAR-LEDGER
           END-READ
           IF WS-LA-STATUS NOT = '00' AND NOT = '10'
               MOVE 'ERRO NA LEITURA' TO WS-LG-SITUACAO
               ADD 1 TO WS-ERROS
               SET WS-FIM TO TRUE
           END-IF
       END-PERFORM
       IF WS-LG-GRAVADOS NOT = WS-LG-LIDOS
               OR WS-LG-VALOR-GRAVADO NOT = WS-LG-VALOR-LIDO
           IF WS-LG-SITUACAO = 'OK'
               MOVE 'TOTAIS NAO CONFEREM' TO WS-LG-SITUACAO
               ADD 1 TO WS-ERROS
           END-IF
       END-IF.

      * Entries written before withholding existed paid the full
      * prize: no tax, net equal to gross, never reissued.
       GRAVAR-LEDGER.
       MOVE LA-BADGE TO LG-BADGE
       MOVE LA-DATA-JOGO TO LG-DATA-JOGO
       MOVE LA-NOME TO LG-NOME
       MOVE LA-VALOR TO LG-VALOR
       MOVE LA-STATUS TO LG-STATUS
       MOVE LA-MOTIVO TO LG-MOTIVO
       MOVE LA-DATA-EXTRATO TO LG-DATA-EXTRATO
       MOVE LA-DATA-RETORNO TO LG-DATA-RETORNO
       MOVE 0 TO LG-VALOR-IR
       MOVE LA-VALOR TO LG-VALOR-LIQUIDO
       MOVE 0 TO LG-REEMISSOES
       MOVE SPACES TO LG-DATA-REEMISSAO
       WRITE LEDGER-REC
           INVALID KEY
               DISPLAY 'Falha ao gravar ' LG-BADGE ' jogo de '
                   LG-DATA-JOGO ' [' WS-LG-STATUS ']'
           NOT INVALID KEY
               ADD 1 TO WS-LG-GRAVADOS
               ADD LG-VALOR TO WS-LG-VALOR-GRAVADO
       END-WRITE.

       CONVERTER-CHECKPOINT.
       OPEN INPUT CHECKPOINT-ANTERIOR
       IF WS-KA-STATUS = '35'
           MOVE 'SEM ARQUIVO .ANT' TO WS-CK-SITUACAO
       ELSE
           IF WS-KA-STATUS NOT = '00'
               MOVE 'ERRO NA ABERTURA' TO WS-CK-SITUACAO
               ADD 1 TO WS-ERROS
           ELSE
               OPEN INPUT CHECKPOINT-FILE
               IF WS-CK-STATUS NOT = '35'
                   IF WS-CK-STATUS = '00'
                       CLOSE CHECKPOINT-FILE
                   END-IF
                   MOVE 'DESTINO JA EXISTE' TO WS-CK-SITUACAO
                   ADD 1 TO WS-ERROS
               ELSE
                   OPEN OUTPUT CHECKPOINT-FILE
                   IF WS-CK-STATUS NOT = '00'
                       MOVE 'ERRO NA GRAVACAO' TO WS-CK-SITUACAO
                       ADD 1 TO WS-ERROS
                   ELSE
                       PERFORM COPIAR-CHECKPOINT
                       CLOSE CHECKPOINT-FILE
                   END-IF
               END-IF
               CLOSE CHECKPOINT-ANTERIOR
           END-IF
       END-IF.

       COPIAR-CHECKPOINT.
       MOVE 'N' TO WS-FIM-FLAG
       PERFORM UNTIL WS-FIM
           READ CHECKPOINT-ANTERIOR NEXT RECORD
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   ADD 1 TO WS-CK-LIDOS
                   PERFORM GRAVAR-CHECKPOINT
           END-READ
           IF WS-KA-STATUS NOT = '00' AND NOT = '10'
               MOVE 'ERRO NA LEITURA' TO WS-CK-SITUACAO
               ADD 1 TO WS-ERROS
               SET WS-FIM TO TRUE
           END-IF
       END-PERFORM
       IF WS-CK-GRAVADOS NOT = WS-CK-LIDOS
           IF WS-CK-SITUACAO = 'OK'
               MOVE 'TOTAIS NAO CONFEREM' TO WS-CK-SITUACAO
               ADD 1 TO WS-ERROS
           END-IF
       END-IF.

      * A round checkpointed before the change has no episode and no
      * plan; ShowDoMilhao keeps its own plan when the field is blank.
       GRAVAR-CHECKPOINT.
       MOVE KA-BADGE TO CK-BADGE
       MOVE KA-CURRENT-QUESTION TO CK-CURRENT-QUESTION
       MOVE KA-CORRECT-ANSWERS TO CK-CORRECT-ANSWERS
       MOVE KA-PRIZE-BANKED TO CK-PRIZE-BANKED
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
           MOVE KA-SELECTED(WS-IDX) TO CK-SELECTED(WS-IDX)
       END-PERFORM
       MOVE KA-PERGUNTAS-NA-RODADA TO CK-PERGUNTAS-NA-RODADA
       MOVE KA-FIFTY-USED TO CK-FIFTY-USED
       MOVE KA-SKIP-USED TO CK-SKIP-USED
       MOVE KA-ESTACAO TO CK-ESTACAO
       MOVE KA-TIPO-SESSAO TO CK-TIPO-SESSAO
       MOVE 0 TO CK-EPISODIO
       MOVE SPACES TO CK-PLANO-DIFICULDADE
       WRITE CHECKPOINT-REC
           INVALID KEY
               DISPLAY 'Falha ao gravar checkpoint ' CK-BADGE
                   ' [' WS-CK-STATUS ']'
           NOT INVALID KEY
               ADD 1 TO WS-CK-GRAVADOS
       END-WRITE.

       IMPRIMIR-CONTROLE.
       DISPLAY '================================================'
       DISPLAY 'CONVERSAO DE LAYOUT DOS ARQUIVOS MESTRES'
       DISPLAY 'Data: ' WS-DATA-NEGOCIO
       DISPLAY '================================================'
       DISPLAY 'PAGLEDGER.ANT -> PAGLEDGER.DAT   ' WS-LG-SITUACAO
       MOVE WS-LG-LIDOS TO WS-QTD-ED
       DISPLAY '    Registros lidos............: ' WS-QTD-ED
       MOVE WS-LG-GRAVADOS TO WS-QTD-ED
       DISPLAY '    Registros gravados.........: ' WS-QTD-ED
       MOVE WS-LG-VALOR-LIDO TO WS-TOTAL-ED
       DISPLAY '    Valor bruto lido...........: R$' WS-TOTAL-ED
       MOVE WS-LG-VALOR-GRAVADO TO WS-TOTAL-ED
       DISPLAY '    Valor bruto gravado........: R$' WS-TOTAL-ED
       DISPLAY 'CHECKPOINT.ANT -> CHECKPOINT.DAT ' WS-CK-SITUACAO
       MOVE WS-CK-LIDOS TO WS-QTD-ED
       DISPLAY '    Registros lidos............: ' WS-QTD-ED
       MOVE WS-CK-GRAVADOS TO WS-QTD-ED
       DISPLAY '    Registros gravados.........: ' WS-QTD-ED
       DISPLAY ' '
       IF WS-ERROS = 0
           DISPLAY 'Conversao concluida sem erros.'
       ELSE
           DISPLAY '*** ATENCAO: ' WS-ERROS ' erro(s); execucao nao '
               'marcada como concluida. Nao iniciar os programas '
               'novos. ***'
       END-IF
       DISPLAY '================================================'.

       END PROGRAM CONVERTELAYOUTS.
