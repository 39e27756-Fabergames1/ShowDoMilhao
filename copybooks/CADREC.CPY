      ******************************************************************
      * Record layout for the contestant master file (CADASTRO-FILE),
      * keyed by badge. Shared between ManutContestantes.cbl
      * (maintenance), ShowDoMilhao.cbl (eligibility check),
      * InformeRendimentos.cbl (CPF of the prize beneficiary),
      * AcessoTitular.cbl (data-subject report) and
      * AnonimizaInativos.cbl (retention anonymization) so they
      * never drift apart. Status 'X' marks a record whose personal
      * data was removed at the end of the retention period.
      ******************************************************************
       01  CADASTRO-REC.
           05  CD-BADGE            PIC X(10).
               88  CD-SUSPENSO     VALUE 'S'.
               88  CD-VENCEDOR     VALUE 'V'.
               88  CD-BLOQUEADO    VALUE 'B'.
               88  CD-ANONIMIZADO  VALUE 'X'.
           05  CD-VITORIAS         PIC 9(3).
           05  CD-DATA-ULT-VITORIA PIC X(8).
