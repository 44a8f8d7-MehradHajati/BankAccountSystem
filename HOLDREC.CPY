      *> balance and reconciliation see, but is subtracted from
      *> the available balance the withdrawal rules test, until
      *> the business date reaches the release date and the
      *> daily release sweep expires it.  A deposit returned
      *> unpaid cancels the hold placed on it.
      *> Shared by BankAccountSystem, CloseSnapshot, FileConvert,
      *> IntegrityCheck, NoticeGen and TellerProof.
      *> -------------------------------------------------------
       01  hold-record.
           05  hold-id              PIC 9(5).
           05  hold-release-date    PIC 9(8).      *> YYYYMMDD Format
           05  hold-status          PIC X.         *> H=Held
                                                    *> R=Released
                                                    *> C=Cancelled, item
                                                    *> returned unpaid
           05  hold-transaction-id  PIC 9(7).      *> The deposit held;
                                                    *> zero on holds
                                                    *> FileConvert carried
                                                    *> over from before it
                                                    *> was kept
