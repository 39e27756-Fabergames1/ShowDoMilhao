           05 FILLER PIC X(24) VALUE 'RELATORIODIARIO'.
           05 FILLER PIC X(24) VALUE 'ATUALIZACLASSIFICACAO'.
           05 FILLER PIC X(24) VALUE 'ARQUIVAAUDITORIA'.
           05 FILLER PIC X(24) VALUE 'BACKUPMESTRES'.
       01 WS-PROGRAMAS-R REDEFINES WS-PROGRAMAS-TABLE.
           05 WS-PROGRAMA-NOME PIC X(24) OCCURS 6 TIMES.
       01 WS-SITUACAO PIC X(40).
       01 WS-CONCLUIDOS PIC 9(2) VALUE 0.

       DISPLAY '================================================'
       DISPLAY 'JANELA DE BATCH - MOVIMENTO DE ' WS-DATA-NEGOCIO
       DISPLAY '================================================'
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
           PERFORM CONSULTAR-PROGRAMA
       END-PERFORM
       DISPLAY ' '
       DISPLAY 'Programas concluidos.......: ' WS-CONCLUIDOS ' de 06'
       IF WS-CONCLUIDOS = 6
           DISPLAY 'Janela de batch completa.'
       END-IF
       DISPLAY '================================================'
