      *          sign-on against OPERADORES.DAT (level 2 or higher)
      *          and writes every include, alter and status change to
      *          the change history HISTALTERACOES.TXT with operator,
      *          timestamp, key and before/after images. Records
      *          anonymized by AnonimizaInativos (status X) can no
      *          longer be altered or have their status changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           INVALID KEY
               DISPLAY 'Contestante nao encontrado'
           NOT INVALID KEY
               IF CD-ANONIMIZADO
                   DISPLAY 'Cadastro anonimizado: alteracao negada'
               ELSE
                   PERFORM MONTAR-IMAGEM-ANTES
                   DISPLAY 'Nome atual: ' CD-NOME
                   DISPLAY 'Novo nome? '
                   ACCEPT CD-NOME
                   DISPLAY 'Documento atual: ' CD-DOCUMENTO
                   DISPLAY 'Novo documento? '
                   ACCEPT CD-DOCUMENTO
                   REWRITE CADASTRO-REC
                   MOVE 'A' TO WS-HIST-TIPO
                   PERFORM MONTAR-IMAGEM-DEPOIS
                   PERFORM GRAVAR-HISTORICO
               END-IF
       END-READ.

       MUDAR-STATUS.
           INVALID KEY
               DISPLAY 'Contestante nao encontrado'
           NOT INVALID KEY
               IF CD-ANONIMIZADO
                   DISPLAY 'Cadastro anonimizado: alteracao negada'
               ELSE
                   PERFORM MONTAR-IMAGEM-ANTES
                   MOVE WS-NOVO-STATUS TO CD-STATUS
                   REWRITE CADASTRO-REC
                   DISPLAY 'Status de ' CD-NOME ' alterado para ['
                       CD-STATUS ']'
                   MOVE 'S' TO WS-HIST-TIPO
                   PERFORM MONTAR-IMAGEM-DEPOIS
                   PERFORM GRAVAR-HISTORICO
               END-IF
       END-READ.

       LISTAR-CONTESTANTES.
