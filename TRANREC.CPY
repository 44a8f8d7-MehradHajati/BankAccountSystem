      *> -------------------------------------------------------
      *> TRANREC.CPY - Transaction ledger record layout
      *> Shared by AccountStatement, BankAccountSystem,
      *> CashMonitor, CloseSnapshot, GLExtract, IntegrityCheck,
      *> LedgerArchive, NoticeGen, ReconcileLedger, TaxStatement
      *> and TellerProof.
      *> -------------------------------------------------------
       01  transaction-record.
           05  transaction-id       PIC 9(7).
                                                    *> X=Reversal-credit
                                                    *> T=Transfer-out R=Transfer-in
                                                    *> F=Fee
                                                    *> N=Returned item
                                                    *> B=Carry-forward credit
                                                    *> A=Carry-forward debit
           05  transaction-amount   PIC 9(7)V99.
                                                    *> the entry posted
           05  transaction-reversal-of PIC 9(7).   *> On a V/X entry, the
                                                    *> transaction it backs
                                                    *> out; on an N entry,
                                                    *> the deposit returned;
                                                    *> zero otherwise.
                                                    *> One reversal per
                                                    *> entry, ever.
           05  transaction-channel  PIC X.         *> C=Cash over the
                                                    *> counter; space for
                                                    *> every other posting
