      *> -------------------------------------------------------
      *> CHKPREC.CPY - Batch checkpoint record layout
      *> One checkpoint record per batch ever run: how many
      *> detail records have been posted and whether the batch
      *> ran to completion.  A restarted run skips straight past
      *> the records already applied; a completed batch is
      *> refused outright.
      *> Shared by BankAccountSystem and CloseSnapshot.
      *> -------------------------------------------------------
       01  checkpoint-record.
           05  checkpoint-batch-id      PIC X(8).
           05  checkpoint-records-done  PIC 9(5).
           05  checkpoint-status        PIC X.     *> P=in progress C=complete
