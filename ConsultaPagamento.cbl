               MOVE 'Pendente no financeiro' TO WS-SITUACAO-TXT
           WHEN LG-REJEITADO
               MOVE 'Rejeitado - reemitir' TO WS-SITUACAO-TXT
           WHEN LG-AJUSTE
               MOVE 'Ajuste de contestacao a emitir'
                   TO WS-SITUACAO-TXT
           WHEN LG-ESCALADO
               MOVE 'Escalado - limite reemissoes'
                   TO WS-SITUACAO-TXT
           WHEN OTHER
               MOVE 'Situacao desconhecida' TO WS-SITUACAO-TXT
       END-EVALUATE
           '  Retorno em ' LG-DATA-RETORNO
       IF LG-MOTIVO NOT = SPACES
           DISPLAY '  Motivo: ' LG-MOTIVO
       END-IF
       IF LG-REEMISSOES NUMERIC AND LG-REEMISSOES > 0
           DISPLAY '  Reemitido ' LG-REEMISSOES ' vez(es), ultima em '
               LG-DATA-REEMISSAO
       END-IF.

       END PROGRAM CONSULTAPAGAMENTO.
