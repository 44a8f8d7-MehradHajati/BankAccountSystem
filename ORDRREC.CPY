      *> -------------------------------------------------------
      *> ORDRREC.CPY - Standing order record layout
      *> One record per standing order: the recurring rent,
      *> payroll and savings-plan entries the branch used to
      *> re-key into batchtxn.dat every week.  The posting sweep
      *> selects orders due on the business date and advances
      *> order-next-due as each occurrence posts.
      *> Shared by BankAccountSystem, CloseSnapshot,
      *> IntegrityCheck and NoticeGen.
      *> -------------------------------------------------------
       01  standing-order-record.
           05  order-number         PIC 9(5).
           05  order-account        PIC 9(5).
           05  order-type           PIC X.         *> D=Deposit W=Withdrawal
                                                    *> T=Transfer
           05  order-to-account     PIC 9(5).      *> Transfers only
           05  order-amount         PIC 9(7)V99.
           05  order-frequency      PIC X.         *> W=Weekly M=Monthly
           05  order-next-due       PIC 9(8).      *> YYYYMMDD Format
           05  order-status         PIC X.         *> A=Active C=Cancelled
