      ******************************************************************
      * Record layouts for a backup generation of an indexed master
      * file (BACKUP-FILE, files BKP-<master>-Gnn.TXT): one header
      * naming the master and the date/time of the unload, one detail
      * per master record carrying the record image, and a trailer
      * with the record count and the hash total of the record keys.
      * Shared between BackupMestres.cbl (writer) and
      * RestauraMestre.cbl (reader) so the two never drift apart.
      ******************************************************************
       01  BKP-HEADER-REC.
           05  BH-TIPO             PIC X.
           05  BH-ARQUIVO          PIC X(20).
           05  BH-DATA-GERACAO     PIC X(8).
           05  BH-HORA-GERACAO     PIC X(6).
           05  BH-GERACAO          PIC 99.
           05  BH-TAM-CHAVE        PIC 99.
       01  BKP-DETALHE-REC.
           05  BD-TIPO             PIC X.
           05  BD-DADOS            PIC X(450).
       01  BKP-TRAILER-REC.
           05  BT-TIPO             PIC X.
           05  BT-QTD-REGISTROS    PIC 9(9).
           05  BT-HASH-CHAVES      PIC 9(18).
