      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: reissue of rejected prize payments. Finance sends
      *          back REEMISSAOAPROVADA.TXT with the badge and game
      *          date of each rejected payment cleared for resend,
      *          who cleared it and the date of the approval. Each
      *          approved entry still rejected (R) in the payout
      *          ledger PAGLEDGER.DAT goes
      *          out again in the supplementary payables file
      *          PAGAMENTOS-REEMISSAO-AAAAMMDD.TXT, same layout as
      *          PAGAMENTOS.TXT with its own header and trailer
      *          control totals. The ledger entry goes back to E
      *          (emitido) with its reissue count increased and the
      *          reissue date set. An entry that has already been
      *          resent the maximum number of times (PARAMFIN.TXT,
      *          default 3) is not sent: it is escalated (X) for the
      *          supervisor. Approvals that do not match a rejected
      *          entry are listed and ignored. An approval only covers
      *          the current rejection: it must be dated on or after
      *          the ledger return date and after the latest reissue,
      *          so once used (reissue date set) the same line left in
      *          the file does not resend the payment again. A
      *          concluded run whose supplementary file for the day is
      *          still on disk is not repeated, so the file already
      *          sent to finance is never overwritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMITEPAGAMENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "REEMISSAOAPROVADA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT PAYMENTS-FILE ASSIGN USING WS-PAG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PG-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "PAGLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-LG-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMFIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CONTROLEBATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APROVACAO-REC.
           05  AP-BADGE            PIC X(10).
           05  AP-DATA-JOGO        PIC X(8).
           05  AP-AUTORIZADOR      PIC X(8).
           05  AP-DATA-APROVACAO   PIC X(8).

       FD  PAYMENTS-FILE.
           COPY PAGREC.

       FD  LEDGER-FILE.
           COPY PAGLEDREC.

       FD  PARAM-FILE.
       01  PARAM-REC.
           05 PF-DIAS-AGING        PIC 9(3).
           05 PF-MAX-REEMISSOES    PIC 9(2).

       FD  CONTROL-FILE.
           COPY CTRLREC.

       WORKING-STORAGE SECTION.
       01 WS-RC-STATUS PIC XX VALUE '00'.
       01 WS-BATCH-OK-FLAG PIC X VALUE 'N'.
           88 WS-BATCH-OK VALUE 'S'.
       01 WS-RC-EXISTE-FLAG PIC X VALUE 'N'.
           88 WS-RC-EXISTE VALUE 'S'.
       01 WS-DATA-NEGOCIO PIC X(8).
       01 WS-RERUN-RESP PIC X.
       01 WS-ARQUIVO-DO-DIA-FLAG PIC X VALUE 'N'.
           88 WS-ARQUIVO-DO-DIA VALUE 'S'.
       01 WS-AP-STATUS PIC XX VALUE '00'.
       01 WS-PG-STATUS PIC XX VALUE '00'.
       01 WS-LG-STATUS PIC XX VALUE '00'.
       01 WS-PF-STATUS PIC XX VALUE '00'.
       01 WS-AP-EOF-FLAG PIC X VALUE 'N'.
           88 WS-AP-EOF VALUE 'Y'.
       01 WS-PAG-NOME PIC X(40) VALUE SPACES.
       01 WS-HOJE PIC X(8).
       01 WS-MAX-REEMISSOES PIC 9(2) VALUE 3.
       01 WS-REEMISSOES PIC 9(2) VALUE 0.
       01 WS-VALOR-IR PIC 9(11) VALUE 0.
       01 WS-VALOR-LIQUIDO PIC 9(11) VALUE 0.
       01 WS-LIDOS PIC 9(5) VALUE 0.
       01 WS-PAGAMENTOS PIC 9(7) VALUE 0.
       01 WS-ESCALADOS PIC 9(5) VALUE 0.
       01 WS-RECUSADOS PIC 9(5) VALUE 0.
       01 WS-VALOR-TOTAL PIC 9(13) VALUE 0.
       01 WS-IR-TOTAL PIC 9(13) VALUE 0.
       01 WS-LIQUIDO-TOTAL PIC 9(13) VALUE 0.
       01 WS-IR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-VALOR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
       MOVE SPACES TO WS-PAG-NOME
       STRING 'PAGAMENTOS-REEMISSAO-' WS-HOJE '.TXT'
           DELIMITED BY SIZE INTO WS-PAG-NOME
       PERFORM REGISTRAR-INICIO-BATCH
       IF NOT WS-BATCH-OK
           STOP RUN
       END-IF
       PERFORM LER-PARAMETROS
       OPEN INPUT APPROVAL-FILE
       IF WS-AP-STATUS NOT = '00'
           DISPLAY 'Arquivo de aprovacoes nao encontrado: '
               'REEMISSAOAPROVADA.TXT'
           DISPLAY 'Nenhuma reemissao gerada.'
           PERFORM REGISTRAR-FIM-BATCH
           STOP RUN
       END-IF
       OPEN I-O LEDGER-FILE
       IF WS-LG-STATUS NOT = '00'
           DISPLAY 'Ledger de pagamentos nao encontrado: PAGLEDGER.DAT'
           CLOSE APPROVAL-FILE
           CLOSE CONTROL-FILE
           STOP RUN
       END-IF
       OPEN OUTPUT PAYMENTS-FILE
       PERFORM GRAVAR-HEADER
       DISPLAY '================================================'
       DISPLAY 'REEMISSAO DE PAGAMENTOS - SHOW DO MILHAO'
       DISPLAY 'Data: ' WS-HOJE
       DISPLAY 'Limite de reemissoes por pagamento: '
           WS-MAX-REEMISSOES
       DISPLAY '================================================'
       PERFORM UNTIL WS-AP-EOF
           READ APPROVAL-FILE
               AT END SET WS-AP-EOF TO TRUE
               NOT AT END PERFORM PROCESSAR-APROVACAO
           END-READ
       END-PERFORM
       PERFORM GRAVAR-TRAILER
       CLOSE PAYMENTS-FILE
       CLOSE LEDGER-FILE
       CLOSE APPROVAL-FILE
       MOVE WS-VALOR-TOTAL TO WS-TOTAL-ED
       DISPLAY ' '
       DISPLAY 'Aprovacoes lidas...........: ' WS-LIDOS
       DISPLAY 'Pagamentos reemitidos......: ' WS-PAGAMENTOS
       DISPLAY 'Escalados (limite atingido): ' WS-ESCALADOS
       DISPLAY 'Aprovacoes recusadas.......: ' WS-RECUSADOS
       DISPLAY 'Valor total reemitido......: R$' WS-TOTAL-ED
       MOVE WS-IR-TOTAL TO WS-TOTAL-ED
       DISPLAY 'Imposto retido na fonte....: R$' WS-TOTAL-ED
       MOVE WS-LIQUIDO-TOTAL TO WS-TOTAL-ED
       DISPLAY 'Valor liquido a pagar......: R$' WS-TOTAL-ED
       DISPLAY 'Arquivo suplementar gravado em ' WS-PAG-NOME
       DISPLAY ' '
       DISPLAY 'Assinatura do responsavel: ___________________'
       DISPLAY '================================================'
       PERFORM REGISTRAR-FIM-BATCH
       STOP RUN.

       REGISTRAR-INICIO-BATCH.
       MOVE WS-HOJE TO WS-DATA-NEGOCIO
       OPEN I-O CONTROL-FILE
       IF WS-RC-STATUS = '35'
           OPEN OUTPUT CONTROL-FILE
           CLOSE CONTROL-FILE
           OPEN I-O CONTROL-FILE
       END-IF
       MOVE 'N' TO WS-BATCH-OK-FLAG
       MOVE 'N' TO WS-RC-EXISTE-FLAG
       MOVE WS-DATA-NEGOCIO TO RC-DATA
       MOVE 'REEMITEPAGAMENTOS' TO RC-PROGRAMA
       READ CONTROL-FILE
           INVALID KEY
               SET WS-BATCH-OK TO TRUE
           NOT INVALID KEY
               SET WS-RC-EXISTE TO TRUE
               IF RC-CONCLUIDO
                   DISPLAY 'ATENCAO: ja executado hoje com sucesso '
                       'as ' RC-HORA-FIM(1:6)
                   PERFORM VERIFICAR-ARQUIVO-DO-DIA
               ELSE
                   DISPLAY 'ATENCAO: execucao anterior de hoje nao '
                       'foi concluida'
               END-IF
               IF WS-ARQUIVO-DO-DIA
                   DISPLAY 'Arquivo ' WS-PAG-NOME ' ja gerado hoje '
                       '- reexecucao recusada'
               ELSE
                   DISPLAY 'Reexecutar mesmo assim (S/N)? '
                   ACCEPT WS-RERUN-RESP
                   IF WS-RERUN-RESP = 'S' OR WS-RERUN-RESP = 's'
                       SET WS-BATCH-OK TO TRUE
                   ELSE
                       DISPLAY 'Execucao cancelada pelo operador.'
                   END-IF
               END-IF
       END-READ
       IF WS-BATCH-OK
           MOVE WS-DATA-NEGOCIO TO RC-DATA
           MOVE 'REEMITEPAGAMENTOS' TO RC-PROGRAMA
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

      * The supplementary file of a concluded run may already be with
      * finance; it is only recreated when it is no longer on disk.
       VERIFICAR-ARQUIVO-DO-DIA.
       OPEN INPUT PAYMENTS-FILE
       IF WS-PG-STATUS = '00'
           SET WS-ARQUIVO-DO-DIA TO TRUE
           CLOSE PAYMENTS-FILE
       END-IF.

       REGISTRAR-FIM-BATCH.
       MOVE WS-DATA-NEGOCIO TO RC-DATA
       MOVE 'REEMITEPAGAMENTOS' TO RC-PROGRAMA
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
       IF WS-PF-STATUS = '00'
           READ PARAM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PF-MAX-REEMISSOES NUMERIC
                           AND PF-MAX-REEMISSOES > 0
                       MOVE PF-MAX-REEMISSOES TO WS-MAX-REEMISSOES
                   END-IF
           END-READ
           CLOSE PARAM-FILE
       END-IF.

       GRAVAR-HEADER.
       MOVE 'H' TO PH-TIPO
       MOVE WS-HOJE TO PH-DATA-GERACAO
       MOVE 'SHOWDOMILHAO-REEMIS' TO PH-SISTEMA
       WRITE PAG-HEADER-REC.

       PROCESSAR-APROVACAO.
       ADD 1 TO WS-LIDOS
       MOVE AP-BADGE TO LG-BADGE
       MOVE AP-DATA-JOGO TO LG-DATA-JOGO
       READ LEDGER-FILE
           INVALID KEY
               ADD 1 TO WS-RECUSADOS
               DISPLAY 'Aprovacao sem pagamento no ledger: ' AP-BADGE
                   ' jogo de ' AP-DATA-JOGO
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN NOT LG-REJEITADO
                       ADD 1 TO WS-RECUSADOS
                       DISPLAY 'Pagamento nao esta rejeitado ['
                           LG-STATUS ']: ' AP-BADGE
                           ' jogo de ' AP-DATA-JOGO
                   WHEN AP-DATA-APROVACAO < LG-DATA-RETORNO
                           OR (LG-DATA-REEMISSAO NOT = SPACES
                           AND AP-DATA-APROVACAO
                               NOT > LG-DATA-REEMISSAO)
                       ADD 1 TO WS-RECUSADOS
                       DISPLAY 'Aprovacao de ' AP-DATA-APROVACAO
                           ' nao cobre a rejeicao de ' LG-DATA-RETORNO
                           ': ' AP-BADGE ' jogo de ' AP-DATA-JOGO
                   WHEN OTHER
                       IF LG-REEMISSOES NUMERIC
                           MOVE LG-REEMISSOES TO WS-REEMISSOES
                       ELSE
                           MOVE 0 TO WS-REEMISSOES
                       END-IF
                       IF WS-REEMISSOES >= WS-MAX-REEMISSOES
                           PERFORM ESCALAR-PAGAMENTO
                       ELSE
                           PERFORM REEMITIR-PAGAMENTO
                       END-IF
               END-EVALUATE
       END-READ.

      * The resend carries the amounts of the original payment,
      * withholding included, so the informe still adds up.
       REEMITIR-PAGAMENTO.
       IF LG-VALOR-IR NUMERIC AND LG-VALOR-LIQUIDO NUMERIC
               AND LG-VALOR-IR + LG-VALOR-LIQUIDO = LG-VALOR
           MOVE LG-VALOR-IR TO WS-VALOR-IR
           MOVE LG-VALOR-LIQUIDO TO WS-VALOR-LIQUIDO
       ELSE
           MOVE 0 TO WS-VALOR-IR
           MOVE LG-VALOR TO WS-VALOR-LIQUIDO
       END-IF
       MOVE 'D' TO PD-TIPO
       MOVE LG-BADGE TO PD-BADGE
       MOVE LG-NOME TO PD-NOME
       MOVE LG-VALOR TO PD-VALOR
       MOVE LG-DATA-JOGO TO PD-DATA-JOGO
       MOVE WS-VALOR-IR TO PD-VALOR-IR
       MOVE WS-VALOR-LIQUIDO TO PD-VALOR-LIQUIDO
       WRITE PAG-DETALHE-REC
       ADD 1 TO WS-REEMISSOES
       MOVE WS-REEMISSOES TO LG-REEMISSOES
       MOVE WS-HOJE TO LG-DATA-REEMISSAO
       MOVE WS-VALOR-IR TO LG-VALOR-IR
       MOVE WS-VALOR-LIQUIDO TO LG-VALOR-LIQUIDO
       SET LG-EMITIDO TO TRUE
       REWRITE LEDGER-REC
           INVALID KEY CONTINUE
       END-REWRITE
       ADD 1 TO WS-PAGAMENTOS
       ADD LG-VALOR TO WS-VALOR-TOTAL
       ADD WS-VALOR-IR TO WS-IR-TOTAL
       ADD WS-VALOR-LIQUIDO TO WS-LIQUIDO-TOTAL
       MOVE LG-VALOR TO WS-VALOR-ED
       MOVE WS-VALOR-IR TO WS-IR-ED
       DISPLAY LG-BADGE ' ' LG-NOME ' R$' WS-VALOR-ED
           ' IR R$' WS-IR-ED
       DISPLAY '  Jogo de ' LG-DATA-JOGO ', reemissao ' WS-REEMISSOES
           ' de ' WS-MAX-REEMISSOES ', aprovada por ' AP-AUTORIZADOR.

       ESCALAR-PAGAMENTO.
       SET LG-ESCALADO TO TRUE
       MOVE 'LIMITE DE REEMISSOES ATINGIDO' TO LG-MOTIVO
       REWRITE LEDGER-REC
           INVALID KEY CONTINUE
       END-REWRITE
       ADD 1 TO WS-ESCALADOS
       MOVE LG-VALOR TO WS-VALOR-ED
       DISPLAY LG-BADGE ' ' LG-NOME ' R$' WS-VALOR-ED
       DISPLAY '  Jogo de ' LG-DATA-JOGO ': ja reemitido '
           WS-REEMISSOES ' vezes - ESCALADO para o supervisor'.

       GRAVAR-TRAILER.
       MOVE 'T' TO PT-TIPO
       MOVE WS-PAGAMENTOS TO PT-QTD-PAGAMENTOS
       MOVE WS-VALOR-TOTAL TO PT-VALOR-TOTAL
       MOVE WS-IR-TOTAL TO PT-VALOR-IR-TOTAL
       MOVE WS-LIQUIDO-TOTAL TO PT-VALOR-LIQUIDO-TOTAL
       WRITE PAG-TRAILER-REC.

       END PROGRAM REEMITEPAGAMENTOS.
