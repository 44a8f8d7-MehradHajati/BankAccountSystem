      *> CTLREC.CPY - Business-date control record layout
      *> Single-record control file holding the official business
      *> processing date every posting is stamped with.  Shared
      *> by BankAccountSystem, CashMonitor, CloseSnapshot,
      *> EndOfDay, GLExtract, IntegrityCheck, NoticeGen,
      *> ReconcileLedger, TaxStatement, TellerProof and
      *> TrialBalance.
      *> -------------------------------------------------------
       01  control-record.
           05  business-date        PIC 9(8).      *> YYYYMMDD Format
