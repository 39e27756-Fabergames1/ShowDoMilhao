      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: annual prize income statement (informe de
      *          rendimentos) per taxpayer. Reads every paid entry of
      *          the payout ledger PAGLEDGER.DAT whose payment (return)
      *          date falls in the calendar year asked, finds the
      *          taxpayer's CPF in CADASTRO.DAT (CD-DOCUMENTO) and
      *          groups the payments of all of that person's badges
      *          under the one CPF. Prints one statement per taxpayer,
      *          each on its own page, with every payment and the
      *          gross, withheld and net totals to the print file
      *          INFORME-AAAA.TXT, and writes the yearly totals file
      *          RENDIMENTOS-AAAA.TXT (header, one detail per CPF and
      *          a trailer with control totals) for the accountants to
      *          submit. Payments whose badge has no usable CPF are
      *          listed at the end for the tax department to resolve.
      *          Taxpayers beyond the 1000-CPF table and payments
      *          beyond the 5000-line statement table are counted
      *          apart and printed in the control totals; such a run
      *          is left open in CONTROLEBATCH.DAT, as its statements
      *          are incomplete.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMERENDIMENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "PAGLEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-LG-STATUS.
           SELECT CADASTRO-FILE ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-BADGE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CD-STATUS.
           SELECT TOTALS-FILE ASSIGN USING WS-TOT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TT-STATUS.
           SELECT PRINT-FILE ASSIGN USING WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CONTROLEBATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY PAGLEDREC.

       FD  CADASTRO-FILE.
           COPY CADREC.

       FD  TOTALS-FILE.
       01  REND-HEADER-REC.
           05  RH-TIPO             PIC X.
           05  RH-ANO              PIC 9(4).
           05  RH-DATA-GERACAO     PIC X(8).
           05  RH-SISTEMA          PIC X(20).
       01  REND-DETALHE-REC.
           05  RD-TIPO             PIC X.
           05  RD-ANO              PIC 9(4).
           05  RD-CPF              PIC X(11).
           05  RD-NOME             PIC X(40).
           05  RD-QTD-PAGAMENTOS   PIC 9(5).
           05  RD-VALOR-BRUTO      PIC 9(13).
           05  RD-VALOR-IR         PIC 9(13).
           05  RD-VALOR-LIQUIDO    PIC 9(13).
       01  REND-TRAILER-REC.
           05  RT-TIPO             PIC X.
           05  RT-QTD-CONTRIBUINTES PIC 9(7).
           05  RT-VALOR-BRUTO      PIC 9(15).
           05  RT-VALOR-IR         PIC 9(15).
           05  RT-VALOR-LIQUIDO    PIC 9(15).

       FD  PRINT-FILE.
       01  PRINT-REC PIC X(100).

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
       01 WS-LG-STATUS PIC XX VALUE '00'.
       01 WS-CD-STATUS PIC XX VALUE '00'.
       01 WS-TT-STATUS PIC XX VALUE '00'.
       01 WS-RP-STATUS PIC XX VALUE '00'.
       01 WS-LG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-LG-EOF VALUE 'Y'.
       01 WS-REL-NOME PIC X(30) VALUE SPACES.
       01 WS-TOT-NOME PIC X(30) VALUE SPACES.
       01 WS-LINHA-IMP PIC X(100) VALUE SPACES.
       01 WS-LINHAS-NA-PAGINA PIC 9(3) VALUE 99.
       01 WS-LINHAS-POR-PAGINA PIC 9(3) VALUE 55.
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-PAGINA-ED PIC ZZZ9.
       01 WS-LINHAS-IMPRESSAS PIC 9(7) VALUE 0.
       01 WS-HOJE PIC X(8).
       01 WS-ANO-INFORMADO PIC X(4).
       01 WS-ANO PIC 9(4) VALUE 0.
       01 WS-DATA-PAGTO PIC X(8).
       01 WS-DOC-NORMALIZADO PIC X(11).
       01 WS-DOC-DIGITOS PIC 9(2) VALUE 0.
       01 WS-CHAR-IDX PIC 99 VALUE 0.
       01 WS-CPF-ED PIC X(14).
       01 WS-NOME-CADASTRO PIC X(40).
       01 WS-IDX PIC 9(5) VALUE 0.
       01 WS-JDX PIC 9(5) VALUE 0.
       01 WS-POS PIC 9(5) VALUE 0.
       01 WS-MENOR-IDX PIC 9(5) VALUE 0.
       01 WS-SWAP PIC 9(5) VALUE 0.
       01 WS-VALOR-IR PIC 9(11) VALUE 0.
       01 WS-VALOR-LIQUIDO PIC 9(11) VALUE 0.
       01 WS-CTB-COUNT PIC 9(5) VALUE 0.
       01 WS-CTB-CPF PIC X(11) OCCURS 1000 TIMES.
       01 WS-CTB-NOME PIC X(40) OCCURS 1000 TIMES.
       01 WS-CTB-QTD PIC 9(5) OCCURS 1000 TIMES.
       01 WS-CTB-BRUTO PIC 9(13) OCCURS 1000 TIMES.
       01 WS-CTB-IR PIC 9(13) OCCURS 1000 TIMES.
       01 WS-CTB-LIQUIDO PIC 9(13) OCCURS 1000 TIMES.
       01 WS-CTB-ORDEM PIC 9(5) OCCURS 1000 TIMES.
       01 WS-PAG-COUNT PIC 9(5) VALUE 0.
       01 WS-PAG-CTB PIC 9(5) OCCURS 5000 TIMES.
       01 WS-PAG-BADGE PIC X(10) OCCURS 5000 TIMES.
       01 WS-PAG-DATA-JOGO PIC X(8) OCCURS 5000 TIMES.
       01 WS-PAG-DATA-PAGTO PIC X(8) OCCURS 5000 TIMES.
       01 WS-PAG-BRUTO PIC 9(11) OCCURS 5000 TIMES.
       01 WS-PAG-IR PIC 9(11) OCCURS 5000 TIMES.
       01 WS-PAG-LIQUIDO PIC 9(11) OCCURS 5000 TIMES.
       01 WS-LIDOS PIC 9(7) VALUE 0.
       01 WS-PAGOS-NO-ANO PIC 9(7) VALUE 0.
       01 WS-SEM-CPF PIC 9(5) VALUE 0.
       01 WS-SEM-CPF-VALOR PIC 9(13) VALUE 0.
       01 WS-CTB-EXCEDENTES PIC 9(5) VALUE 0.
       01 WS-CTB-EXCEDENTES-VALOR PIC 9(13) VALUE 0.
       01 WS-PAG-EXCEDENTES PIC 9(5) VALUE 0.
       01 WS-TOTAL-BRUTO PIC 9(15) VALUE 0.
       01 WS-TOTAL-IR PIC 9(15) VALUE 0.
       01 WS-TOTAL-LIQUIDO PIC 9(15) VALUE 0.
       01 WS-VALOR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-IR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-LIQ-ED PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-TOTAL-ED PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
       DISPLAY 'Ano-calendario (AAAA, em branco = ano anterior)? '
       ACCEPT WS-ANO-INFORMADO
       IF WS-ANO-INFORMADO = SPACES
           COMPUTE WS-ANO = FUNCTION NUMVAL(WS-HOJE(1:4)) - 1
       ELSE
           IF WS-ANO-INFORMADO NOT NUMERIC
               DISPLAY 'Ano invalido: ' WS-ANO-INFORMADO
               STOP RUN
           END-IF
           MOVE WS-ANO-INFORMADO TO WS-ANO
       END-IF
       PERFORM REGISTRAR-INICIO-BATCH
       IF NOT WS-BATCH-OK
           STOP RUN
       END-IF
       OPEN INPUT LEDGER-FILE
       IF WS-LG-STATUS NOT = '00'
           DISPLAY 'Ledger de pagamentos nao encontrado: PAGLEDGER.DAT'
           CLOSE CONTROL-FILE
           STOP RUN
       END-IF
       OPEN INPUT CADASTRO-FILE
       IF WS-CD-STATUS NOT = '00'
           DISPLAY 'Cadastro de contestantes nao encontrado: '
               'CADASTRO.DAT'
       END-IF
       DISPLAY '================================================'
       DISPLAY 'INFORME DE RENDIMENTOS - ANO-CALENDARIO ' WS-ANO
       DISPLAY '================================================'
       PERFORM ACUMULAR-PAGAMENTOS
       CLOSE LEDGER-FILE
       IF WS-CD-STATUS = '00'
           CLOSE CADASTRO-FILE
       END-IF
       PERFORM ORDENAR-CONTRIBUINTES
       PERFORM ABRIR-RELATORIO
       PERFORM GRAVAR-TOTAIS-ANUAIS
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CTB-COUNT
           PERFORM IMPRIMIR-INFORME
       END-PERFORM
       PERFORM IMPRIMIR-SEM-CPF
       PERFORM ENCERRAR-RELATORIO
       MOVE WS-TOTAL-BRUTO TO WS-TOTAL-ED
       DISPLAY 'Lancamentos lidos no ledger: ' WS-LIDOS
       DISPLAY 'Pagamentos no ano..........: ' WS-PAGOS-NO-ANO
       DISPLAY 'Contribuintes (CPF)........: ' WS-CTB-COUNT
       DISPLAY 'Pagamentos sem CPF.........: ' WS-SEM-CPF
       DISPLAY 'Rendimento bruto...........: R$' WS-TOTAL-ED
       MOVE WS-TOTAL-IR TO WS-TOTAL-ED
       DISPLAY 'Imposto retido.............: R$' WS-TOTAL-ED
       DISPLAY 'Informes gravados em ' WS-REL-NOME
       DISPLAY 'Totais anuais gravados em ' WS-TOT-NOME
       IF WS-CTB-EXCEDENTES > 0 OR WS-PAG-EXCEDENTES > 0
           DISPLAY 'Pagamentos de CPF alem do limite de 1000: '
               WS-CTB-EXCEDENTES
           DISPLAY 'Pagamentos alem do limite de 5000.......: '
               WS-PAG-EXCEDENTES
           DISPLAY '*** INFORMES INCOMPLETOS - AMPLIAR AS TABELAS ***'
           DISPLAY '================================================'
           CLOSE CONTROL-FILE
           STOP RUN
       END-IF
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
       MOVE 'INFORMERENDIMENTOS' TO RC-PROGRAMA
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
           MOVE 'INFORMERENDIMENTOS' TO RC-PROGRAMA
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
       MOVE 'INFORMERENDIMENTOS' TO RC-PROGRAMA
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

       ACUMULAR-PAGAMENTOS.
       MOVE LOW-VALUES TO LG-CHAVE
       START LEDGER-FILE KEY IS NOT LESS THAN LG-CHAVE
           INVALID KEY SET WS-LG-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-LG-EOF
           READ LEDGER-FILE NEXT RECORD
               AT END SET WS-LG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
                   IF LG-PAGO
                       PERFORM AVALIAR-PAGAMENTO
                   END-IF
           END-READ
       END-PERFORM.

      * The payment date is the day the finance return confirmed it;
      * entries without one fall back to the extract and game dates.
       AVALIAR-PAGAMENTO.
       EVALUATE TRUE
           WHEN LG-DATA-RETORNO NUMERIC
               MOVE LG-DATA-RETORNO TO WS-DATA-PAGTO
           WHEN LG-DATA-EXTRATO NUMERIC
               MOVE LG-DATA-EXTRATO TO WS-DATA-PAGTO
           WHEN OTHER
               MOVE LG-DATA-JOGO TO WS-DATA-PAGTO
       END-EVALUATE
       IF WS-DATA-PAGTO(1:4) = WS-ANO
           ADD 1 TO WS-PAGOS-NO-ANO
           IF LG-VALOR-IR NUMERIC AND LG-VALOR-LIQUIDO NUMERIC
                   AND LG-VALOR-IR + LG-VALOR-LIQUIDO = LG-VALOR
               MOVE LG-VALOR-IR TO WS-VALOR-IR
               MOVE LG-VALOR-LIQUIDO TO WS-VALOR-LIQUIDO
           ELSE
               MOVE 0 TO WS-VALOR-IR
               MOVE LG-VALOR TO WS-VALOR-LIQUIDO
           END-IF
           PERFORM OBTER-CPF
           IF WS-DOC-DIGITOS NOT = 11
               ADD 1 TO WS-SEM-CPF
               ADD LG-VALOR TO WS-SEM-CPF-VALOR
               MOVE 0 TO WS-POS
           ELSE
               PERFORM LOCALIZAR-CONTRIBUINTE
           END-IF
      * A CPF that no longer fits the table must not fall into the
      * no-CPF list; it is counted apart.
           IF WS-DOC-DIGITOS = 11 AND WS-POS = 0
               ADD 1 TO WS-CTB-EXCEDENTES
               ADD LG-VALOR TO WS-CTB-EXCEDENTES-VALOR
           ELSE
               IF WS-PAG-COUNT < 5000
                   ADD 1 TO WS-PAG-COUNT
                   MOVE WS-POS TO WS-PAG-CTB(WS-PAG-COUNT)
                   MOVE LG-BADGE TO WS-PAG-BADGE(WS-PAG-COUNT)
                   MOVE LG-DATA-JOGO TO WS-PAG-DATA-JOGO(WS-PAG-COUNT)
                   MOVE WS-DATA-PAGTO
                       TO WS-PAG-DATA-PAGTO(WS-PAG-COUNT)
                   MOVE LG-VALOR TO WS-PAG-BRUTO(WS-PAG-COUNT)
                   MOVE WS-VALOR-IR TO WS-PAG-IR(WS-PAG-COUNT)
                   MOVE WS-VALOR-LIQUIDO
                       TO WS-PAG-LIQUIDO(WS-PAG-COUNT)
               ELSE
                   ADD 1 TO WS-PAG-EXCEDENTES
               END-IF
           END-IF
       END-IF.

       OBTER-CPF.
       MOVE SPACES TO WS-DOC-NORMALIZADO
       MOVE SPACES TO WS-NOME-CADASTRO
       MOVE 0 TO WS-DOC-DIGITOS
       IF WS-CD-STATUS = '00'
           MOVE LG-BADGE TO CD-BADGE
           READ CADASTRO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CD-NOME TO WS-NOME-CADASTRO
                   PERFORM NORMALIZAR-DOCUMENTO
           END-READ
       END-IF.

       NORMALIZAR-DOCUMENTO.
       MOVE SPACES TO WS-DOC-NORMALIZADO
       MOVE 0 TO WS-DOC-DIGITOS
       PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 14 OR WS-DOC-DIGITOS = 11
           IF CD-DOCUMENTO(WS-CHAR-IDX:1) >= '0'
                   AND CD-DOCUMENTO(WS-CHAR-IDX:1) <= '9'
               ADD 1 TO WS-DOC-DIGITOS
               MOVE CD-DOCUMENTO(WS-CHAR-IDX:1)
                   TO WS-DOC-NORMALIZADO(WS-DOC-DIGITOS:1)
           END-IF
       END-PERFORM.

      * One entry per CPF, whatever the badge the prize was won under.
       LOCALIZAR-CONTRIBUINTE.
       MOVE 0 TO WS-POS
       PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-CTB-COUNT OR WS-POS > 0
           IF WS-CTB-CPF(WS-JDX) = WS-DOC-NORMALIZADO
               MOVE WS-JDX TO WS-POS
           END-IF
       END-PERFORM
       IF WS-POS = 0 AND WS-CTB-COUNT < 1000
           ADD 1 TO WS-CTB-COUNT
           MOVE WS-CTB-COUNT TO WS-POS
           MOVE WS-DOC-NORMALIZADO TO WS-CTB-CPF(WS-POS)
           IF WS-NOME-CADASTRO NOT = SPACES
               MOVE WS-NOME-CADASTRO TO WS-CTB-NOME(WS-POS)
           ELSE
               MOVE LG-NOME TO WS-CTB-NOME(WS-POS)
           END-IF
           MOVE 0 TO WS-CTB-QTD(WS-POS)
           MOVE 0 TO WS-CTB-BRUTO(WS-POS)
           MOVE 0 TO WS-CTB-IR(WS-POS)
           MOVE 0 TO WS-CTB-LIQUIDO(WS-POS)
       END-IF
       IF WS-POS > 0
           ADD 1 TO WS-CTB-QTD(WS-POS)
           ADD LG-VALOR TO WS-CTB-BRUTO(WS-POS)
           ADD WS-VALOR-IR TO WS-CTB-IR(WS-POS)
           ADD WS-VALOR-LIQUIDO TO WS-CTB-LIQUIDO(WS-POS)
       END-IF.

      * Statements come out in CPF order; the payments keep pointing
      * at their taxpayer, so only an order index is sorted.
       ORDENAR-CONTRIBUINTES.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CTB-COUNT
           MOVE WS-IDX TO WS-CTB-ORDEM(WS-IDX)
       END-PERFORM
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-CTB-COUNT
           MOVE WS-IDX TO WS-MENOR-IDX
           PERFORM VARYING WS-JDX FROM WS-IDX BY 1
                   UNTIL WS-JDX > WS-CTB-COUNT
               IF WS-CTB-CPF(WS-CTB-ORDEM(WS-JDX))
                       < WS-CTB-CPF(WS-CTB-ORDEM(WS-MENOR-IDX))
                   MOVE WS-JDX TO WS-MENOR-IDX
               END-IF
           END-PERFORM
           IF WS-MENOR-IDX NOT = WS-IDX
               MOVE WS-CTB-ORDEM(WS-IDX) TO WS-SWAP
               MOVE WS-CTB-ORDEM(WS-MENOR-IDX)
                   TO WS-CTB-ORDEM(WS-IDX)
               MOVE WS-SWAP TO WS-CTB-ORDEM(WS-MENOR-IDX)
           END-IF
       END-PERFORM.

       GRAVAR-TOTAIS-ANUAIS.
       MOVE SPACES TO WS-TOT-NOME
       STRING 'RENDIMENTOS-' WS-ANO '.TXT'
           DELIMITED BY SIZE INTO WS-TOT-NOME
       OPEN OUTPUT TOTALS-FILE
       MOVE 'H' TO RH-TIPO
       MOVE WS-ANO TO RH-ANO
       MOVE WS-HOJE TO RH-DATA-GERACAO
       MOVE 'SHOWDOMILHAO' TO RH-SISTEMA
       WRITE REND-HEADER-REC
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CTB-COUNT
           MOVE WS-CTB-ORDEM(WS-IDX) TO WS-POS
           MOVE 'D' TO RD-TIPO
           MOVE WS-ANO TO RD-ANO
           MOVE WS-CTB-CPF(WS-POS) TO RD-CPF
           MOVE WS-CTB-NOME(WS-POS) TO RD-NOME
           MOVE WS-CTB-QTD(WS-POS) TO RD-QTD-PAGAMENTOS
           MOVE WS-CTB-BRUTO(WS-POS) TO RD-VALOR-BRUTO
           MOVE WS-CTB-IR(WS-POS) TO RD-VALOR-IR
           MOVE WS-CTB-LIQUIDO(WS-POS) TO RD-VALOR-LIQUIDO
           WRITE REND-DETALHE-REC
           ADD WS-CTB-BRUTO(WS-POS) TO WS-TOTAL-BRUTO
           ADD WS-CTB-IR(WS-POS) TO WS-TOTAL-IR
           ADD WS-CTB-LIQUIDO(WS-POS) TO WS-TOTAL-LIQUIDO
       END-PERFORM
       MOVE 'T' TO RT-TIPO
       MOVE WS-CTB-COUNT TO RT-QTD-CONTRIBUINTES
       MOVE WS-TOTAL-BRUTO TO RT-VALOR-BRUTO
       MOVE WS-TOTAL-IR TO RT-VALOR-IR
       MOVE WS-TOTAL-LIQUIDO TO RT-VALOR-LIQUIDO
       WRITE REND-TRAILER-REC
       CLOSE TOTALS-FILE.

       ABRIR-RELATORIO.
       MOVE SPACES TO WS-REL-NOME
       STRING 'INFORME-' WS-ANO '.TXT'
           DELIMITED BY SIZE INTO WS-REL-NOME
       OPEN OUTPUT PRINT-FILE
       MOVE 99 TO WS-LINHAS-NA-PAGINA.

       IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-PAGINA-ED
       MOVE ALL '=' TO PRINT-REC
       WRITE PRINT-REC
       MOVE SPACES TO PRINT-REC
       STRING 'INFORME DE RENDIMENTOS - ANO-CALENDARIO ' WS-ANO
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

      * One statement per taxpayer, starting on a fresh page.
       IMPRIMIR-INFORME.
       MOVE WS-CTB-ORDEM(WS-IDX) TO WS-POS
       MOVE 99 TO WS-LINHAS-NA-PAGINA
       MOVE SPACES TO WS-CPF-ED
       STRING WS-CTB-CPF(WS-POS)(1:3) '.' WS-CTB-CPF(WS-POS)(4:3) '.'
           WS-CTB-CPF(WS-POS)(7:3) '-' WS-CTB-CPF(WS-POS)(10:2)
           DELIMITED BY SIZE INTO WS-CPF-ED
       MOVE 'FONTE PAGADORA: SHOW DO MILHAO - PREMIOS DE CONCURSO'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'BENEFICIARIO..: ' WS-CTB-NOME(WS-POS)
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'CPF...........: ' WS-CPF-ED
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM IMPRIMIR-LINHA
       STRING 'DATA PAGTO DATA JOGO  CRACHA     '
           '   RENDIMENTO BRUTO    IMPOSTO RETIDO     VALOR LIQUIDO'
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-PAG-COUNT
           IF WS-PAG-CTB(WS-JDX) = WS-POS
               MOVE WS-PAG-BRUTO(WS-JDX) TO WS-VALOR-ED
               MOVE WS-PAG-IR(WS-JDX) TO WS-IR-ED
               MOVE WS-PAG-LIQUIDO(WS-JDX) TO WS-LIQ-ED
               STRING WS-PAG-DATA-PAGTO(WS-JDX) '   '
                   WS-PAG-DATA-JOGO(WS-JDX) '  '
                   WS-PAG-BADGE(WS-JDX) ' R$' WS-VALOR-ED
                   ' R$' WS-IR-ED ' R$' WS-LIQ-ED
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM IMPRIMIR-LINHA
           END-IF
       END-PERFORM
       MOVE ALL '-' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE WS-CTB-BRUTO(WS-POS) TO WS-VALOR-ED
       MOVE WS-CTB-IR(WS-POS) TO WS-IR-ED
       MOVE WS-CTB-LIQUIDO(WS-POS) TO WS-LIQ-ED
       STRING 'TOTAL DO ANO (' WS-CTB-QTD(WS-POS) ' pagamentos)'
           '   R$' WS-VALOR-ED ' R$' WS-IR-ED ' R$' WS-LIQ-ED
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM IMPRIMIR-LINHA
       MOVE 'Rendimentos sujeitos a tributacao exclusiva na fonte '
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE '(premios distribuidos em concurso).' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-SEM-CPF.
       MOVE 99 TO WS-LINHAS-NA-PAGINA
       MOVE 'PAGAMENTOS SEM CPF IDENTIFICADO NO CADASTRO'
           TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       PERFORM IMPRIMIR-LINHA
       IF WS-SEM-CPF = 0
           MOVE '  (nenhum)' TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-PAG-COUNT
           IF WS-PAG-CTB(WS-JDX) = 0
               MOVE WS-PAG-BRUTO(WS-JDX) TO WS-VALOR-ED
               MOVE WS-PAG-IR(WS-JDX) TO WS-IR-ED
               STRING '  Cracha ' WS-PAG-BADGE(WS-JDX)
                   ' jogo de ' WS-PAG-DATA-JOGO(WS-JDX)
                   ' pago em ' WS-PAG-DATA-PAGTO(WS-JDX)
                   ' R$' WS-VALOR-ED ' IR R$' WS-IR-ED
                   DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM IMPRIMIR-LINHA
           END-IF
       END-PERFORM.

       ENCERRAR-RELATORIO.
       PERFORM IMPRIMIR-LINHA
       MOVE ALL '-' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE 'TOTAIS DE CONTROLE' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Lancamentos lidos no ledger: ' WS-LIDOS
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Pagamentos no ano..........: ' WS-PAGOS-NO-ANO
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Contribuintes (CPF)........: ' WS-CTB-COUNT
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE WS-TOTAL-BRUTO TO WS-TOTAL-ED
       STRING 'Rendimento bruto informado.: R$' WS-TOTAL-ED
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE WS-TOTAL-IR TO WS-TOTAL-ED
       STRING 'Imposto retido informado...: R$' WS-TOTAL-ED
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE WS-TOTAL-LIQUIDO TO WS-TOTAL-ED
       STRING 'Valor liquido informado....: R$' WS-TOTAL-ED
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE WS-SEM-CPF-VALOR TO WS-TOTAL-ED
       STRING 'Pagamentos sem CPF.........: ' WS-SEM-CPF
           '  R$' WS-TOTAL-ED
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       MOVE WS-CTB-EXCEDENTES-VALOR TO WS-TOTAL-ED
       STRING 'CPF alem do limite de 1000.: ' WS-CTB-EXCEDENTES
           '  R$' WS-TOTAL-ED
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       STRING 'Pagamentos alem de 5000....: ' WS-PAG-EXCEDENTES
           DELIMITED BY SIZE INTO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       IF WS-CTB-EXCEDENTES > 0 OR WS-PAG-EXCEDENTES > 0
           MOVE '*** INFORMES INCOMPLETOS - AMPLIAR AS TABELAS ***'
               TO WS-LINHA-IMP
           PERFORM IMPRIMIR-LINHA
       END-IF
       MOVE '*** FIM DO RELATORIO ***' TO WS-LINHA-IMP
       PERFORM IMPRIMIR-LINHA
       CLOSE PRINT-FILE.

       END PROGRAM INFORMERENDIMENTOS.
