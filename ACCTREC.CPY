      *> -------------------------------------------------------
      *> ACCTREC.CPY - Account master record layout
      *> Shared by AccountStatement, BankAccountSystem,
      *> CashMonitor, CloseSnapshot, FileConvert, GLExtract,
      *> IntegrityCheck, LedgerArchive, NoticeGen,
      *> ReconcileLedger, TaxStatement and TrialBalance so the
      *> layout only has to change in one place.
      *> -------------------------------------------------------
       01  account-record.
           05  account-number       PIC 9(5).
           05  account-holder-name  PIC A(20).
           05  account-type         PIC X.         *> S for Savings, C for Checking
                                                    *> T for Term deposit
           05  account-status       PIC X.         *> O=Open, C=Closed, F=Frozen
                                                    *> D=Dormant
           05  account-balance      PIC S9(7)V99.
                                                    *> the dormancy sweep
                                                    *> seeds converted
                                                    *> accounts
      *> -------------------------------------------------------
      *> Term deposit (certificate) terms.  A type T account
      *> refuses withdrawals and transfers out until its
      *> maturity date unless a supervisor approves an early
      *> break; the maturity sweep then pays it out or rolls it
      *> over for another term as the customer instructed.
      *> account-open-date is stamped on every account opened
      *> since it was carried and is zero on older accounts.
      *> -------------------------------------------------------
           05  account-term-months  PIC 9(3).      *> Term deposits only
           05  account-fixed-rate   PIC 9V9(4).    *> Annual rate fixed for
                                                    *> the term
           05  account-open-date    PIC 9(8).      *> YYYYMMDD Format
           05  account-maturity-date PIC 9(8).     *> YYYYMMDD Format
           05  account-maturity-instruction PIC X. *> R=Roll over
                                                    *> P=Pay out
           05  account-payout-account PIC 9(5).    *> Paid out to on
                                                    *> maturity
      *> -------------------------------------------------------
      *> Overdraft protection.  A Checking account may nominate
      *> a Savings account held by the same customer to cover a
      *> debit that would otherwise breach the overdraft limit.
      *> -------------------------------------------------------
           05  account-protect-account PIC 9(5).   *> Checking only; zero
                                                    *> when unprotected
