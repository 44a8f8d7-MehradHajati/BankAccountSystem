      *> One permanent record per non-monetary maintenance
      *> action - the things that change how money CAN move but
      *> never show on the transaction ledger.  Shared by
      *> AuditReport, BankAccountSystem, CloseSnapshot and
      *> TellerProof.
      *> Action codes: AS=account status change
      *>               OA=standing order added
      *>               OM=standing order amended
      *>               PM=product parameter amended
      *>               DS=account flagged dormant
      *>               DR=dormant account reactivated
      *>               EB=term deposit broken early
      *>               MR=term deposit rolled over
      *>               MI=maturity instruction changed
      *>               OP=overdraft protection changed
      *>               TX=teller drawer out of tolerance
      *>               TS=teller drawer signed off
      *>               SS=pre-close snapshot taken
      *>               RB=end-of-day close rolled back
      *> -------------------------------------------------------
       01  audit-record.
           05  audit-id             PIC 9(7).
