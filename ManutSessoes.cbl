      ******************************************************************
      * Author:Fabricio Perrone
      * Purpose: maintain the taping-session master SESSOES.DAT
      *          (episode number, taping date, planned air date, host
      *          and the stations in use, status A=aberta
      *          E=encerrada). ShowDoMilhao.cbl only accepts an open
      *          episode at sign-on, on a station listed for it.
      *          Requires operator sign-on against OPERADORES.DAT
      *          (level 2 or higher) and writes every include, alter
      *          and status change to the change history
      *          HISTALTERACOES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTSESSOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-EPISODIO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SS-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT HISTORY-LOG ASSIGN TO "HISTALTERACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-HS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
           COPY SESSREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  HISTORY-LOG.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       01 WS-SS-STATUS PIC XX VALUE '00'.
       01 WS-OP-STATUS PIC XX VALUE '00'.
       01 WS-HS-STATUS PIC XX VALUE '00'.
       01 WS-OPCAO PIC 9 VALUE 0.
       01 WS-CONTINUAR PIC X VALUE 'S'.
           88 WS-SAIR VALUE 'N'.
       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-NOVO-STATUS PIC X.
       01 WS-ASSINADO-FLAG PIC X VALUE 'N'.
           88 WS-ASSINADO VALUE 'S'.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-ID-INFORMADO PIC X(8).
       01 WS-HIST-TIPO PIC X.
       01 WS-ANTES PIC X(120).
       01 WS-DEPOIS PIC X(120).
       01 WS-EPISODIO-INF PIC X(5).
       01 WS-DATA-INF PIC X(8).
       01 WS-APRESENTADOR-INF PIC X(30).
       01 WS-ESTACOES-INF PIC X(40).
       01 WS-DADOS-OK-FLAG PIC X VALUE 'N'.
           88 WS-DADOS-OK VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       PERFORM ASSINAR-OPERADOR
       IF NOT WS-ASSINADO
           STOP RUN
       END-IF
       OPEN I-O SESSION-FILE
       IF WS-SS-STATUS = '35'
           OPEN OUTPUT SESSION-FILE
           CLOSE SESSION-FILE
           OPEN I-O SESSION-FILE
       END-IF
       OPEN EXTEND HISTORY-LOG
       IF WS-HS-STATUS NOT = '00'
           OPEN OUTPUT HISTORY-LOG
       END-IF
       PERFORM UNTIL WS-SAIR
           PERFORM EXIBIR-MENU
           PERFORM PROCESSAR-OPCAO
       END-PERFORM
       CLOSE SESSION-FILE
       CLOSE HISTORY-LOG
       STOP RUN.

       ASSINAR-OPERADOR.
       OPEN INPUT OPERATOR-FILE
       IF WS-OP-STATUS NOT = '00'
           DISPLAY 'Arquivo de operadores nao encontrado: '
               'OPERADORES.DAT'
           DISPLAY 'Cadastre operadores com ManutOperadores antes de '
               'usar a manutencao.'
       ELSE
           DISPLAY 'Identificacao do operador? '
           ACCEPT WS-ID-INFORMADO
           MOVE WS-ID-INFORMADO TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY 'Operador nao cadastrado.'
               NOT INVALID KEY
                   IF NOT OP-ATIVO
                       DISPLAY 'Operador desativado.'
                   ELSE
                       IF OP-NIVEL < 2
                           DISPLAY 'Nivel de manutencao necessario.'
                       ELSE
                           MOVE OP-ID TO WS-OPERADOR
                           SET WS-ASSINADO TO TRUE
                           DISPLAY 'Operador: ' OP-NOME
                       END-IF
                   END-IF
           END-READ
           CLOSE OPERATOR-FILE
       END-IF.

       EXIBIR-MENU.
       DISPLAY ' '
       DISPLAY 'MANUTENCAO DAS SESSOES DE GRAVACAO (EPISODIOS)'
       DISPLAY '1 - Incluir sessao'
       DISPLAY '2 - Alterar sessao'
       DISPLAY '3 - Encerrar sessao'
       DISPLAY '4 - Reabrir sessao'
       DISPLAY '5 - Listar sessoes'
       DISPLAY '6 - Sair'
       DISPLAY 'Opcao? '
       ACCEPT WS-OPCAO.

       PROCESSAR-OPCAO.
       EVALUATE WS-OPCAO
           WHEN 1 PERFORM INCLUIR-SESSAO
           WHEN 2 PERFORM ALTERAR-SESSAO
           WHEN 3 MOVE 'E' TO WS-NOVO-STATUS
                  PERFORM MUDAR-STATUS
           WHEN 4 MOVE 'A' TO WS-NOVO-STATUS
                  PERFORM MUDAR-STATUS
           WHEN 5 PERFORM LISTAR-SESSOES
           WHEN 6 SET WS-SAIR TO TRUE
           WHEN OTHER DISPLAY 'Opcao invalida'
       END-EVALUATE.

       LER-EPISODIO.
       ACCEPT WS-EPISODIO-INF
       IF WS-EPISODIO-INF = SPACES
           MOVE 0 TO SS-EPISODIO
       ELSE
           COMPUTE SS-EPISODIO = FUNCTION NUMVAL(WS-EPISODIO-INF)
       END-IF.

       INCLUIR-SESSAO.
       DISPLAY 'Numero do episodio? '
       PERFORM LER-EPISODIO
       IF SS-EPISODIO = 0
           DISPLAY 'Numero de episodio invalido.'
       ELSE
           MOVE SPACES TO SS-DATA-GRAVACAO
           MOVE SPACES TO SS-DATA-EXIBICAO
           MOVE SPACES TO SS-APRESENTADOR
           MOVE SPACES TO SS-ESTACOES
           PERFORM INFORMAR-DADOS
           IF WS-DADOS-OK
               SET SS-ABERTA TO TRUE
               WRITE SESSAO-REC
                   INVALID KEY
                       DISPLAY 'Ja existe sessao para esse episodio'
                   NOT INVALID KEY
                       MOVE 'I' TO WS-HIST-TIPO
                       MOVE SPACES TO WS-ANTES
                       PERFORM MONTAR-IMAGEM-DEPOIS
                       PERFORM GRAVAR-HISTORICO
               END-WRITE
           END-IF
       END-IF.

       ALTERAR-SESSAO.
       DISPLAY 'Numero do episodio a alterar? '
       PERFORM LER-EPISODIO
       READ SESSION-FILE
           INVALID KEY
               DISPLAY 'Sessao nao encontrada'
           NOT INVALID KEY
               PERFORM MONTAR-IMAGEM-ANTES
               DISPLAY 'Gravacao: ' SS-DATA-GRAVACAO
                   '  Exibicao prevista: ' SS-DATA-EXIBICAO
               DISPLAY 'Apresentador: ' SS-APRESENTADOR
               DISPLAY 'Estacoes: ' SS-ESTACOES
               PERFORM INFORMAR-DADOS
               IF WS-DADOS-OK
                   REWRITE SESSAO-REC
                   MOVE 'A' TO WS-HIST-TIPO
                   PERFORM MONTAR-IMAGEM-DEPOIS
                   PERFORM GRAVAR-HISTORICO
               ELSE
                   DISPLAY 'Alteracao descartada.'
               END-IF
       END-READ.

      * Blank answers keep the current value (today for a new
      * taping date).
       INFORMAR-DADOS.
       MOVE 'S' TO WS-DADOS-OK-FLAG
       DISPLAY 'Data da gravacao (AAAAMMDD, em branco = '
           'atual/hoje)? '
       ACCEPT WS-DATA-INF
       IF WS-DATA-INF NOT = SPACES
           MOVE WS-DATA-INF TO SS-DATA-GRAVACAO
       END-IF
       IF SS-DATA-GRAVACAO = SPACES
           MOVE FUNCTION CURRENT-DATE(1:8) TO SS-DATA-GRAVACAO
       END-IF
       DISPLAY 'Data prevista de exibicao (AAAAMMDD)? '
       ACCEPT WS-DATA-INF
       IF WS-DATA-INF NOT = SPACES
           MOVE WS-DATA-INF TO SS-DATA-EXIBICAO
       END-IF
       DISPLAY 'Apresentador? '
       ACCEPT WS-APRESENTADOR-INF
       IF WS-APRESENTADOR-INF NOT = SPACES
           MOVE WS-APRESENTADOR-INF TO SS-APRESENTADOR
       END-IF
       DISPLAY 'Estacoes em uso (ex.: 01 02 03, ate 10)? '
       ACCEPT WS-ESTACOES-INF
       IF WS-ESTACOES-INF NOT = SPACES
           MOVE SPACES TO SS-ESTACOES
           UNSTRING WS-ESTACOES-INF DELIMITED BY ALL SPACE
               INTO SS-ESTACAO(1) SS-ESTACAO(2) SS-ESTACAO(3)
                    SS-ESTACAO(4) SS-ESTACAO(5) SS-ESTACAO(6)
                    SS-ESTACAO(7) SS-ESTACAO(8) SS-ESTACAO(9)
                    SS-ESTACAO(10)
           END-UNSTRING
       END-IF
       IF SS-DATA-GRAVACAO NOT NUMERIC
           DISPLAY 'Data de gravacao invalida.'
           MOVE 'N' TO WS-DADOS-OK-FLAG
       END-IF
       IF SS-DATA-EXIBICAO NOT = SPACES
               AND SS-DATA-EXIBICAO NOT NUMERIC
           DISPLAY 'Data de exibicao invalida.'
           MOVE 'N' TO WS-DADOS-OK-FLAG
       END-IF
       IF SS-ESTACOES = SPACES
           DISPLAY 'Informe ao menos uma estacao.'
           MOVE 'N' TO WS-DADOS-OK-FLAG
       END-IF.

       MUDAR-STATUS.
       DISPLAY 'Numero do episodio? '
       PERFORM LER-EPISODIO
       READ SESSION-FILE
           INVALID KEY
               DISPLAY 'Sessao nao encontrada'
           NOT INVALID KEY
               PERFORM MONTAR-IMAGEM-ANTES
               MOVE WS-NOVO-STATUS TO SS-STATUS
               REWRITE SESSAO-REC
               DISPLAY 'Status do episodio ' SS-EPISODIO
                   ' alterado para [' SS-STATUS ']'
               MOVE 'S' TO WS-HIST-TIPO
               PERFORM MONTAR-IMAGEM-DEPOIS
               PERFORM GRAVAR-HISTORICO
       END-READ.

       LISTAR-SESSOES.
       MOVE 'N' TO WS-EOF-FLAG
       MOVE 0 TO SS-EPISODIO
       START SESSION-FILE KEY IS NOT LESS THAN SS-EPISODIO
           INVALID KEY
               DISPLAY 'Nenhuma sessao cadastrada'
               SET WS-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-EOF
           READ SESSION-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   DISPLAY SS-EPISODIO ' [' SS-STATUS '] gravacao '
                       SS-DATA-GRAVACAO ' exibicao ' SS-DATA-EXIBICAO
                       ' ' SS-APRESENTADOR
                   DISPLAY '  Estacoes: ' SS-ESTACOES
           END-READ
       END-PERFORM.

       MONTAR-IMAGEM-ANTES.
       MOVE SPACES TO WS-ANTES
       STRING 'GRAV=' SS-DATA-GRAVACAO ' EXIB=' SS-DATA-EXIBICAO
           ' APRES=' SS-APRESENTADOR ' EST=' SS-ESTACOES
           ' STATUS=' SS-STATUS
           DELIMITED BY SIZE INTO WS-ANTES.

       MONTAR-IMAGEM-DEPOIS.
       MOVE SPACES TO WS-DEPOIS
       STRING 'GRAV=' SS-DATA-GRAVACAO ' EXIB=' SS-DATA-EXIBICAO
           ' APRES=' SS-APRESENTADOR ' EST=' SS-ESTACOES
           ' STATUS=' SS-STATUS
           DELIMITED BY SIZE INTO WS-DEPOIS.

       GRAVAR-HISTORICO.
       MOVE FUNCTION CURRENT-DATE TO HS-DATA-HORA
       MOVE WS-OPERADOR TO HS-OPERADOR
       MOVE 'MANUTSESSAO' TO HS-PROGRAMA
       MOVE WS-HIST-TIPO TO HS-TIPO
       MOVE SS-EPISODIO TO HS-CHAVE
       MOVE WS-ANTES TO HS-ANTES
       MOVE WS-DEPOIS TO HS-DEPOIS
       WRITE HIST-REC.

       END PROGRAM MANUTSESSOES.
