      *> -------------------------------------------------------
      *> SUSPREC.CPY - Batch suspense record layout
      *> One record per rejected batch entry: the original record
      *> plus why it bounced, so nothing is lost to a scrolled-
      *> off screen.  Items stay here until a repair resubmits
      *> them cleanly.
      *> Reason codes: NF=account not found  NO=account not open
      *>               LM=breaches overdraft/minimum balance
      *>               AM=bad amount  TC=bad type code
      *>               SA=transfer to same account
      *>               CO=business day cut over
      *>               TM=term deposit not yet matured
      *>               RT=returned item does not match a
      *>                  deposit that can be returned
      *> Shared by BankAccountSystem, CloseSnapshot, FileConvert
      *> and IntegrityCheck.
      *> -------------------------------------------------------
       01  suspense-record.
           05  suspense-id          PIC 9(5).
           05  suspense-account     PIC 9(5).
           05  suspense-type        PIC X.
           05  suspense-amount      PIC 9(7)V99.
           05  suspense-to-account  PIC 9(5).
           05  suspense-reason      PIC XX.
           05  suspense-status      PIC X.         *> S=in suspense
                                                    *> R=resubmitted ok
           05  suspense-original-id PIC 9(7).      *> Returned items only;
                                                    *> zero on items
                                                    *> FileConvert carried
                                                    *> over
