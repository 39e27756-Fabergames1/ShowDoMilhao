      *          RESULTADOS.TXT plus the last twelve RESARC-AAAAMM.TXT
      *          monthly archives so the exceptions report shows what
      *          each identity collected across all of its badges,
      *          not per badge. Records anonymized at the end of the
      *          retention period (status X) carry no document and are
      *          left out of the invalid-document list. Run before
      *          every taping.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CAD-COUNT
           IF WS-CAD-DOC-OK(WS-IDX) = 'N'
                   AND WS-CAD-STATUS(WS-IDX) NOT = 'X'
               IF WS-CAD-DOC(WS-IDX) = SPACES
                   ADD 1 TO WS-DOCS-EM-BRANCO
                   DISPLAY '  ' WS-CAD-BADGE(WS-IDX) ' ['
