      *> -------------------------------------------------------
      *> DRAWREC.CPY - Teller cash drawer record layout
      *> One record per teller per business date, opened on the
      *> teller's first counter-cash posting of the date with
      *> the cash float they key then, and completed with the
      *> cash they count at sign-off.  The teller proof
      *> run fills in what the drawer should have held and the
      *> over/short; a drawer out by more than the tolerance, or
      *> never counted, holds the close until a supervisor signs
      *> it off.  Shared by BankAccountSystem and TellerProof.
      *> -------------------------------------------------------
       01  drawer-record.
           05  drawer-key.
               10  drawer-date      PIC 9(8).      *> YYYYMMDD Format
               10  drawer-teller    PIC 9(4).
           05  drawer-float         PIC 9(7)V99.
           05  drawer-counted       PIC X.         *> Y=Cash counted
                                                    *> N=Not yet counted
           05  drawer-count         PIC 9(7)V99.
           05  drawer-expected      PIC S9(7)V99.
           05  drawer-over-short    PIC S9(7)V99.  *> Count less expected
           05  drawer-proof-status  PIC X.         *> Space=Not proved
                                                    *> B=Balanced
                                                    *> X=Out, sign-off due
                                                    *> S=Signed off
           05  drawer-signed-off-by PIC 9(4).
