      *          only emptied after the archive has been re-read and
      *          its record count confirmed against what was written,
      *          and the operator has to confirm the close-out before
      *          anything is touched. The season is added to the list
      *          of closed seasons TEMPORADAS.TXT so later programs can
      *          find its archive. Prints a control report of every
      *          step.
      * Tectonics: cobc
      ******************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-BADGE
               FILE STATUS IS WS-CD-STATUS.
           SELECT SEASON-LIST ASSIGN TO "TEMPORADAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FILE.
           COPY CADREC.

       FD  SEASON-LIST.
           COPY TEMPREC.

       WORKING-STORAGE SECTION.
       01 WS-CL-STATUS PIC XX VALUE '00'.
       01 WS-AR-STATUS PIC XX VALUE '00'.
       01 WS-CD-STATUS PIC XX VALUE '00'.
       01 WS-TP-STATUS PIC XX VALUE '00'.
       01 WS-TP-EOF-FLAG PIC X VALUE 'N'.
           88 WS-TP-EOF VALUE 'Y'.
       01 WS-TP-ACHOU-FLAG PIC X VALUE 'N'.
           88 WS-TP-ACHOU VALUE 'S'.
       01 WS-ARQ-NOME PIC X(30) VALUE SPACES.
       01 WS-TEMPORADA PIC X(10).
       01 WS-CONFIRMA PIC X.
           DISPLAY 'O arquivo vivo NAO foi esvaziado.'
           STOP RUN
       END-IF
       PERFORM REGISTRAR-TEMPORADA
       PERFORM IMPRIMIR-CLASSIFICACAO-FINAL
       PERFORM REATIVAR-VENCEDORES
       OPEN OUTPUT STANDINGS-FILE
           CLOSE ARCHIVE-FILE
       END-IF.

      * A season closed again (rerun) is listed only once.
       REGISTRAR-TEMPORADA.
       MOVE 'N' TO WS-TP-ACHOU-FLAG
       OPEN INPUT SEASON-LIST
       IF WS-TP-STATUS NOT = '00'
           SET WS-TP-EOF TO TRUE
       END-IF
       PERFORM UNTIL WS-TP-EOF
           READ SEASON-LIST
               AT END SET WS-TP-EOF TO TRUE
               NOT AT END
                   IF TP-TEMPORADA = WS-TEMPORADA
                       SET WS-TP-ACHOU TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-TP-STATUS NOT = '35'
           CLOSE SEASON-LIST
       END-IF
       IF NOT WS-TP-ACHOU
           OPEN EXTEND SEASON-LIST
           IF WS-TP-STATUS NOT = '00'
               OPEN OUTPUT SEASON-LIST
           END-IF
           MOVE WS-TEMPORADA TO TP-TEMPORADA
           MOVE WS-HOJE TO TP-DATA-FECHAMENTO
           WRITE TEMPORADA-REC
           CLOSE SEASON-LIST
       END-IF.

       IMPRIMIR-CLASSIFICACAO-FINAL.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-TOTAL-JOGADORES
       DISPLAY 'CONTROLE DO FECHAMENTO - TEMPORADA ' WS-TEMPORADA
       DISPLAY '================================================'
       DISPLAY 'Arquivo da temporada.............: ' WS-ARQ-NOME
       IF WS-TP-ACHOU
           DISPLAY 'Temporada ja constava em TEMPORADAS.TXT.'
       ELSE
           DISPLAY 'Temporada incluida em TEMPORADAS.TXT.'
       END-IF
       DISPLAY 'Jogadores na classificacao.......: ' WS-LIDOS
       DISPLAY 'Registros arquivados.............: ' WS-ARQUIVADOS
       DISPLAY 'Registros conferidos no arquivo..: ' WS-CONFERIDOS
