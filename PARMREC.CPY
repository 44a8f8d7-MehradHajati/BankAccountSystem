      *> date.
      *> For Savings the fee is the below-minimum-balance
      *> penalty; for Checking it is the monthly service fee
      *> and the rate is normally zero.  For Term deposits the
      *> rate is the annual rate fixed on a certificate when it
      *> is opened or rolled over, and the fee is the penalty
      *> for breaking one before maturity.
      *> Charges not tied to an account type are filed under a
      *> fee code in place of the type, base tier only, with
      *> the charge in the fee: N=returned-item fee,
      *> P=overdraft protection cover fee, E=early-closure fee
      *> on an account closed soon after it was opened.
      *> -------------------------------------------------------
       01  parameter-record.
           05  parm-key.
               10  parm-account-type    PIC X.     *> S, C, T or a
                                                    *> fee code
               10  parm-balance-floor   PIC 9(7)V99.
               10  parm-effective-date  PIC 9(8).  *> YYYYMMDD Format
           05  parm-interest-rate   PIC 9V9(4).
