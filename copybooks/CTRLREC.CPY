      * its prerequisites are not 'C' for the date, and warns before
      * a same-day rerun. Shared between ExtratoPagamentos.cbl,
      * Reconcilia.cbl, RelatorioDiario.cbl, AtualizaClassificacao.cbl,
      * ArquivaAuditoria.cbl, InformeRendimentos.cbl,
      * ReemitePagamentos.cbl, BackupMestres.cbl and ConsultaBatch.cbl
      * so they never drift apart.
      ******************************************************************
       01  CONTROLE-REC.
           05  RC-CHAVE.
