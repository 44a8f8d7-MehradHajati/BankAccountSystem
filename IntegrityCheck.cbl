       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.

      *> -------------------------------------------------------
      *> Overnight cross-file integrity check.  ReconcileLedger
      *> proves the balances agree with the ledger; this proves
      *> the master files agree with each other:
      *>   - every account's customer is on customer.dat;
      *>   - no active standing order runs against a closed or
      *>     missing account;
      *>   - no deposit hold still held sits on a closed or
      *>     missing account, or holds more than the balance;
      *>   - no open suspense item is for an account that is
      *>     not on file;
      *>   - every ledger entry's teller is on tellmast.dat, and
      *>     transaction-ids only ever go up;
      *>   - every account type in use has base-tier pricing on
      *>     prodparm.dat in effect on the business date.
      *> Hard errors and warnings are listed separately on the
      *> dated exceptions report integchk-YYYYMMDD.rpt.  Any
      *> hard error hands back a non-zero return code so the
      *> close stops before the trial balance; warnings are for
      *> the branch to clear and never stop it.
      *> -------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-file ASSIGN TO "account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS account-number
               FILE STATUS IS account-file-status.
           SELECT customer-file ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS customer-number
               FILE STATUS IS customer-file-status.
           SELECT standing-order-file ASSIGN TO "standord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS order-number
               FILE STATUS IS order-file-status.
           SELECT hold-file ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hold-id
               FILE STATUS IS hold-file-status.
           SELECT suspense-file ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS suspense-id
               FILE STATUS IS suspense-file-status.
           SELECT teller-file ASSIGN TO "tellmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS teller-id
               FILE STATUS IS teller-file-status.
           SELECT parameter-file ASSIGN TO "prodparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS parm-key
               FILE STATUS IS parameter-file-status.
           SELECT transaction-file ASSIGN TO "transaction.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transaction-file-status.
           SELECT control-file ASSIGN TO "control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-file-status.
           SELECT report-file ASSIGN TO DYNAMIC report-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  account-file.
       COPY ACCTREC.

       FD  customer-file.
       COPY CUSTREC.

       FD  standing-order-file.
       COPY ORDRREC.

       FD  hold-file.
       COPY HOLDREC.

       FD  suspense-file.
       COPY SUSPREC.

       FD  teller-file.
       COPY TELLREC.

       FD  parameter-file.
       COPY PARMREC.

       FD  transaction-file.
       COPY TRANREC.

       FD  control-file.
       COPY CTLREC.

       FD  report-file.
       01  report-line              PIC X(132).

       WORKING-STORAGE SECTION.
       77  account-file-status      PIC XX VALUE "00".
       77  customer-file-status     PIC XX VALUE "00".
       77  order-file-status        PIC XX VALUE "00".
       77  hold-file-status         PIC XX VALUE "00".
       77  suspense-file-status     PIC XX VALUE "00".
       77  teller-file-status       PIC XX VALUE "00".
       77  parameter-file-status    PIC XX VALUE "00".
       77  transaction-file-status  PIC XX VALUE "00".
       77  control-file-status      PIC XX VALUE "00".
       77  report-date              PIC 9(8) VALUE 0.
       77  end-of-file              PIC X VALUE 'N'.
       77  table-slot               PIC 9(5) VALUE 0.
       77  table-overflow           PIC X VALUE 'N'.
       77  customer-file-open       PIC X VALUE 'N'.
       77  look-up-account          PIC 9(5) VALUE 0.
       77  account-slot             PIC 9(5) VALUE 0.
       77  records-checked          PIC 9(7) VALUE 0.

      *> -------------------------------------------------------
      *> Transaction-id order.  Carry-forward entries (B and A)
      *> are numbered above everything archived and written at
      *> the head of the live ledger, so they are checked as a
      *> block of their own: ordinary entries must climb past
      *> the whole block, and never land inside it.
      *> -------------------------------------------------------
       77  last-trans-id            PIC 9(7) VALUE 0.
       77  last-carry-id            PIC 9(7) VALUE 0.
       77  carry-low-id             PIC 9(7) VALUE 0.
       77  carry-high-id            PIC 9(7) VALUE 0.
       77  no-teller-count          PIC 9(7) VALUE 0.

      *> -------------------------------------------------------
      *> One exception waiting to be listed, and the two lists
      *> it goes on.  Past the list limit an exception is still
      *> counted but not itemised.
      *> -------------------------------------------------------
       01  exception-line.
           05  xl-check             PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  xl-key               PIC Z(6)9.
           05  FILLER               PIC XX VALUE SPACES.
           05  xl-text              PIC X(60).
       77  error-count              PIC 9(7) VALUE 0.
       77  warning-count            PIC 9(7) VALUE 0.
       77  exception-limit          PIC 9(5) VALUE 500.
       01  error-list.
           05  error-listed         PIC 9(5) VALUE 0.
           05  error-entry          PIC X(80) OCCURS 500 TIMES.
       01  warning-list.
           05  warning-listed       PIC 9(5) VALUE 0.
           05  warning-entry        PIC X(80) OCCURS 500 TIMES.

      *> -------------------------------------------------------
      *> Print-file work fields.  Each run writes its exceptions
      *> to integchk-YYYYMMDD.rpt - one durable file per
      *> business date, kept on disk until operations archives
      *> it.
      *> -------------------------------------------------------
       77  report-file-name         PIC X(21) VALUE SPACES.
       77  report-file-status       PIC XX VALUE "00".
       77  report-page              PIC 9(4) VALUE 0.
       77  report-lines             PIC 99 VALUE 0.
       77  report-page-length       PIC 99 VALUE 55.
       01  report-line-work         PIC X(132) VALUE SPACES.

       01  report-head-1.
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE
               "Cross-File Integrity Check".
       01  report-head-2.
           05  FILLER               PIC X(15) VALUE
               "Business date: ".
           05  rh-date              PIC 9(8).
           05  FILLER               PIC X(10) VALUE
               "     Page ".
           05  rh-page              PIC ZZZ9.

       01  summary-line.
           05  sm-label             PIC X(18).
           05  sm-count             PIC Z(6)9.

       01  more-line.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  ml-count             PIC Z(6)9.
           05  FILLER               PIC X(28) VALUE
               " more not listed separately.".

       01  held-text.
           05  FILLER               PIC X(12) VALUE "Holds total ".
           05  ht-held              PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE " vs balance ".
           05  ht-balance           PIC -Z,ZZZ,ZZ9.99.

       01  teller-text.
           05  FILLER               PIC X(7) VALUE "Teller ".
           05  tx-teller            PIC 9(4).
           05  FILLER               PIC X(25) VALUE
               " not on tellmast.dat, on ".
           05  tx-count             PIC Z(6)9.
           05  FILLER               PIC X(8) VALUE " entries".

       01  id-text.
           05  FILLER               PIC X(17) VALUE
               "Id follows entry ".
           05  it-last-id           PIC 9(7).
           05  FILLER               PIC X(27) VALUE
               "; ids must keep climbing.  ".

       01  parm-text.
           05  FILLER               PIC X(24) VALUE
               "No base-tier price for '".
           05  pt-type              PIC X.
           05  FILLER               PIC X(25) VALUE
               "' in effect on the date.".

      *> -------------------------------------------------------
      *> Every account on file in key order, with what the
      *> checks need to know about it.  at-held totals the
      *> account's holds still held.
      *> -------------------------------------------------------
       77  account-limit            PIC 9(5) VALUE 1000.
       01  account-table.
           05  account-count        PIC 9(5) VALUE 0.
           05  account-entry OCCURS 1 TO 1000 TIMES
               DEPENDING ON account-count
               ASCENDING KEY IS at-account
               INDEXED BY at-idx.
               10  at-account       PIC 9(5).
               10  at-type          PIC X.
               10  at-status        PIC X.
               10  at-balance       PIC S9(7)V99.
               10  at-held          PIC 9(9)V99.

      *> -------------------------------------------------------
      *> Every teller on file in key order, and a count of the
      *> ledger entries carrying each teller id not on file.
      *> -------------------------------------------------------
       77  teller-limit             PIC 9(5) VALUE 500.
       01  teller-table.
           05  teller-count         PIC 9(5) VALUE 0.
           05  teller-entry OCCURS 1 TO 500 TIMES
               DEPENDING ON teller-count
               ASCENDING KEY IS tt-teller
               INDEXED BY tt-idx.
               10  tt-teller        PIC 9(4).
       77  unknown-teller-slot      PIC 9(5) VALUE 0.
       01  unknown-teller-table.
           05  unknown-teller-count PIC 9(5) VALUE 0.
           05  unknown-teller-entry OCCURS 1 TO 500 TIMES
               DEPENDING ON unknown-teller-count
               INDEXED BY ut-idx.
               10  ut-teller        PIC 9(4).
               10  ut-entries       PIC 9(7).

      *> -------------------------------------------------------
      *> Account types that need base-tier pricing: whether any
      *> open account uses the type, and whether pricing was
      *> found.  Fee codes are only warned on.
      *> -------------------------------------------------------
       01  pricing-table.
           05  pricing-entry OCCURS 6 TIMES
               INDEXED BY pr-idx.
               10  pr-type          PIC X.
               10  pr-fee-code      PIC X.         *> Y=Fee code
               10  pr-in-use        PIC X.
               10  pr-found         PIC X.

       01  transaction-details.
           05  trans-id             PIC 9(7).
           05  trans-account        PIC 9(5).
           05  trans-type           PIC X.
           05  trans-amount         PIC 9(7)V99.
           05  trans-date           PIC 9(8).
           05  trans-counterparty   PIC 9(5).
           05  trans-teller         PIC 9(4).
           05  trans-reversal-of    PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BUSINESS-DATE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Cross-File Integrity Check"
           DISPLAY "Business date: " report-date
           DISPLAY "-----------------------------------------------"
           PERFORM LOAD-ACCOUNT-TABLE
           IF table-overflow = 'N'
               PERFORM LOAD-TELLER-TABLE
           END-IF
           IF table-overflow = 'Y'
               DISPLAY "Run abandoned; no file was checked."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHECK-ACCOUNT-CUSTOMERS
               PERFORM CHECK-STANDING-ORDERS
               PERFORM CHECK-HOLDS
               PERFORM CHECK-SUSPENSE-ITEMS
               PERFORM CHECK-LEDGER
               PERFORM CHECK-PRICING
               PERFORM WRITE-EXCEPTIONS-REPORT
               DISPLAY "-------------------------------------------"
               DISPLAY "Errors:   " error-count
               DISPLAY "Warnings: " warning-count
               IF error-count > 0
      *>           A non-zero return code tells the end-of-day
      *>           driver the files disagree and the close must
      *>           not go on to the trial balance.
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       *> -------------------------------
       *> Fill the account table with every account on file, in
       *> key order, and note which account types are in use by
       *> open accounts.
       *> -------------------------------
       LOAD-ACCOUNT-TABLE.
           MOVE 'S' TO pr-type(1)
           MOVE 'C' TO pr-type(2)
           MOVE 'T' TO pr-type(3)
           MOVE 'N' TO pr-type(4)
           MOVE 'P' TO pr-type(5)
           MOVE 'E' TO pr-type(6)
           MOVE 'N' TO pr-fee-code(1)
           MOVE 'N' TO pr-fee-code(2)
           MOVE 'N' TO pr-fee-code(3)
           MOVE 'Y' TO pr-fee-code(4)
           MOVE 'Y' TO pr-fee-code(5)
           MOVE 'Y' TO pr-fee-code(6)
           MOVE 0 TO table-slot
           PERFORM CLEAR-PRICING-ENTRY 6 TIMES
           MOVE 0 TO account-count
           MOVE 'N' TO end-of-file
           OPEN INPUT account-file
           IF account-file-status = "35"
               OPEN OUTPUT account-file
               CLOSE account-file
               OPEN INPUT account-file
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ account-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM TABLE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE account-file
           MOVE 'N' TO end-of-file.

       CLEAR-PRICING-ENTRY.
           ADD 1 TO table-slot
           MOVE 'N' TO pr-in-use(table-slot)
           MOVE 'N' TO pr-found(table-slot).

       TABLE-ONE-ACCOUNT.
           IF account-count >= account-limit
               DISPLAY "Account table full at " account-limit
                   "; widen the account table before rerunning."
               MOVE 'Y' TO table-overflow
               MOVE 'Y' TO end-of-file
           ELSE
               ADD 1 TO account-count
               MOVE account-count TO table-slot
               MOVE account-number TO at-account(table-slot)
               MOVE account-type TO at-type(table-slot)
               MOVE account-status TO at-status(table-slot)
               MOVE account-balance TO at-balance(table-slot)
               MOVE 0 TO at-held(table-slot)
               IF account-status NOT = 'C'
                   SET pr-idx TO 1
                   SEARCH pricing-entry
                       AT END
                           CONTINUE
                       WHEN pr-type(pr-idx) = account-type
                           MOVE 'Y' TO pr-in-use(pr-idx)
                   END-SEARCH
               END-IF
           END-IF.

       *> -------------------------------
       *> Fill the teller table from the teller master, in key
       *> order.
       *> -------------------------------
       LOAD-TELLER-TABLE.
           MOVE 0 TO teller-count
           MOVE 'N' TO end-of-file
           OPEN INPUT teller-file
           IF teller-file-status = "35"
               MOVE 'Y' TO end-of-file
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ teller-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM TABLE-ONE-TELLER
               END-READ
           END-PERFORM
           IF teller-file-status NOT = "35"
               CLOSE teller-file
           END-IF
           MOVE 'N' TO end-of-file.

       TABLE-ONE-TELLER.
           IF teller-count >= teller-limit
               DISPLAY "Teller table full at " teller-limit
                   "; widen the teller table before rerunning."
               MOVE 'Y' TO table-overflow
               MOVE 'Y' TO end-of-file
           ELSE
               ADD 1 TO teller-count
               MOVE teller-id TO tt-teller(teller-count)
           END-IF.

       *> -------------------------------
       *> Set account-slot to the table slot of look-up-account,
       *> or zero when the account is not on file.
       *> -------------------------------
       FIND-ACCOUNT-SLOT.
           MOVE 0 TO account-slot
           IF account-count > 0
               SEARCH ALL account-entry
                   AT END
                       CONTINUE
                   WHEN at-account(at-idx) = look-up-account
                       SET account-slot TO at-idx
               END-SEARCH
           END-IF.

       *> -------------------------------
       *> Every account must point at a customer on file.  An
       *> account with no customer at all can still be served,
       *> so that is only a warning.
       *> -------------------------------
       CHECK-ACCOUNT-CUSTOMERS.
           MOVE 'N' TO customer-file-open
           OPEN INPUT customer-file
           IF customer-file-status = "00"
               MOVE 'Y' TO customer-file-open
           END-IF
           MOVE 'N' TO end-of-file
           OPEN INPUT account-file
           PERFORM UNTIL end-of-file = 'Y'
               READ account-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE account-file
           IF customer-file-open = 'Y'
               CLOSE customer-file
           END-IF
           MOVE 'N' TO end-of-file.

       CHECK-ONE-ACCOUNT-CUSTOMER.
           MOVE "ACCOUNT" TO xl-check
           MOVE account-number TO xl-key
           IF account-customer-number = 0
               MOVE "Account has no customer number."
                   TO xl-text
               PERFORM LIST-WARNING
           ELSE
               MOVE account-customer-number TO customer-number
               IF customer-file-open = 'Y'
                   READ customer-file
                       INVALID KEY
                           MOVE "Customer number not on customer.dat."
                               TO xl-text
                           PERFORM LIST-ERROR
                   END-READ
               ELSE
                   MOVE "Customer number not on customer.dat."
                       TO xl-text
                   PERFORM LIST-ERROR
               END-IF
           END-IF.

       *> -------------------------------
       *> An active standing order will fail every night it is
       *> due if either of its accounts is closed or missing.
       *> A frozen or dormant account is only a warning - the
       *> order runs again once the account is reactivated.
       *> -------------------------------
       CHECK-STANDING-ORDERS.
           MOVE 'N' TO end-of-file
           OPEN INPUT standing-order-file
           IF order-file-status = "35"
               MOVE 'Y' TO end-of-file
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ standing-order-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF order-status = 'A'
                           MOVE order-account TO look-up-account
                           PERFORM CHECK-ORDER-ACCOUNT
                           IF order-type = 'T'
                               MOVE order-to-account
                                   TO look-up-account
                               PERFORM CHECK-ORDER-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF order-file-status NOT = "35"
               CLOSE standing-order-file
           END-IF
           MOVE 'N' TO end-of-file.

       CHECK-ORDER-ACCOUNT.
           MOVE "ORDER" TO xl-check
           MOVE order-number TO xl-key
           PERFORM FIND-ACCOUNT-SLOT
           EVALUATE TRUE
               WHEN account-slot = 0
                   MOVE "Active order for an account not on file."
                       TO xl-text
                   MOVE look-up-account TO xl-text(43:5)
                   PERFORM LIST-ERROR
               WHEN at-status(account-slot) = 'C'
                   MOVE "Active order for a closed account."
                       TO xl-text
                   MOVE look-up-account TO xl-text(43:5)
                   PERFORM LIST-ERROR
               WHEN at-status(account-slot) = 'F'
                   OR at-status(account-slot) = 'D'
                   MOVE "Active order for a frozen/dormant account."
                       TO xl-text
                   MOVE look-up-account TO xl-text(44:5)
                   PERFORM LIST-WARNING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> -------------------------------
       *> A hold still held must sit on an account that is open
       *> for business; the account's holds together should not
       *> exceed its balance.
       *> -------------------------------
       CHECK-HOLDS.
           MOVE 'N' TO end-of-file
           OPEN INPUT hold-file
           IF hold-file-status = "35"
               MOVE 'Y' TO end-of-file
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ hold-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF hold-status = 'H'
                           PERFORM CHECK-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF hold-file-status NOT = "35"
               CLOSE hold-file
           END-IF
           MOVE 'N' TO end-of-file
           MOVE 0 TO table-slot
           PERFORM CHECK-ACCOUNT-HELD-TOTAL account-count TIMES.

       CHECK-ONE-HOLD.
           MOVE "HOLD" TO xl-check
           MOVE hold-id TO xl-key
           MOVE hold-account TO look-up-account
           PERFORM FIND-ACCOUNT-SLOT
           EVALUATE TRUE
               WHEN account-slot = 0
                   MOVE "Hold on an account not on file."
                       TO xl-text
                   MOVE hold-account TO xl-text(33:5)
                   PERFORM LIST-ERROR
               WHEN at-status(account-slot) = 'C'
                   MOVE "Hold on a closed account."
                       TO xl-text
                   MOVE hold-account TO xl-text(27:5)
                   PERFORM LIST-ERROR
               WHEN OTHER
                   ADD hold-amount TO at-held(account-slot)
           END-EVALUATE.

       CHECK-ACCOUNT-HELD-TOTAL.
           ADD 1 TO table-slot
           IF at-held(table-slot) > 0
               AND at-held(table-slot) > at-balance(table-slot)
               MOVE "HOLD" TO xl-check
               MOVE at-account(table-slot) TO xl-key
               MOVE at-held(table-slot) TO ht-held
               MOVE at-balance(table-slot) TO ht-balance
               MOVE held-text TO xl-text
               PERFORM LIST-WARNING
           END-IF.

       *> -------------------------------
       *> An open suspense item for an account not on file can
       *> never be repaired as it stands.
       *> -------------------------------
       CHECK-SUSPENSE-ITEMS.
           MOVE 'N' TO end-of-file
           OPEN INPUT suspense-file
           IF suspense-file-status = "35"
               MOVE 'Y' TO end-of-file
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ suspense-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF suspense-status = 'S'
                           PERFORM CHECK-ONE-SUSPENSE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF suspense-file-status NOT = "35"
               CLOSE suspense-file
           END-IF
           MOVE 'N' TO end-of-file.

       CHECK-ONE-SUSPENSE-ITEM.
           MOVE "SUSPENSE" TO xl-check
           MOVE suspense-id TO xl-key
           MOVE suspense-account TO look-up-account
           PERFORM FIND-ACCOUNT-SLOT
           IF account-slot = 0
               MOVE "Open item for an account not on file."
                   TO xl-text
               MOVE suspense-account TO xl-text(39:5)
               PERFORM LIST-WARNING
           END-IF
           IF suspense-type = 'T'
               AND suspense-to-account NOT = 0
               MOVE suspense-to-account TO look-up-account
               PERFORM FIND-ACCOUNT-SLOT
               IF account-slot = 0
                   MOVE "Open item for an account not on file."
                       TO xl-text
                   MOVE suspense-to-account TO xl-text(39:5)
                   PERFORM LIST-WARNING
               END-IF
           END-IF.

       *> -------------------------------
       *> One pass down the ledger checking each entry's teller
       *> and its place in the id sequence.  Carry-forwards are
       *> system entries and carry no teller.
       *> -------------------------------
       CHECK-LEDGER.
           MOVE 0 TO last-trans-id
           MOVE 0 TO last-carry-id
           MOVE 0 TO carry-low-id
           MOVE 0 TO carry-high-id
           MOVE 0 TO unknown-teller-count
           MOVE 'N' TO end-of-file
           OPEN INPUT transaction-file
           IF transaction-file-status = "35"
               MOVE 'Y' TO end-of-file
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ transaction-file INTO transaction-details
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       ADD 1 TO records-checked
                       PERFORM CHECK-LEDGER-ENTRY
               END-READ
           END-PERFORM
           IF transaction-file-status NOT = "35"
               CLOSE transaction-file
           END-IF
           MOVE 'N' TO end-of-file
           MOVE 0 TO unknown-teller-slot
           PERFORM LIST-UNKNOWN-TELLER unknown-teller-count TIMES
           IF no-teller-count > 0
               MOVE "LEDGER" TO xl-check
               MOVE no-teller-count TO xl-key
               MOVE "entries carry no teller id."
                   TO xl-text
               PERFORM LIST-WARNING
           END-IF.

       CHECK-LEDGER-ENTRY.
           MOVE "LEDGER" TO xl-check
           MOVE trans-id TO xl-key
           IF trans-type = 'B' OR trans-type = 'A'
               IF trans-id <= last-carry-id
                   MOVE last-carry-id TO it-last-id
                   MOVE id-text TO xl-text
                   PERFORM LIST-ERROR
               END-IF
               MOVE trans-id TO last-carry-id
               IF carry-low-id = 0
                   MOVE trans-id TO carry-low-id
               END-IF
               MOVE trans-id TO carry-high-id
           ELSE
               IF trans-id <= last-trans-id
                   MOVE last-trans-id TO it-last-id
                   MOVE id-text TO xl-text
                   PERFORM LIST-ERROR
               ELSE
                   IF trans-id >= carry-low-id
                       AND trans-id <= carry-high-id
                       MOVE "Id repeats one in the carry-forward block."
                           TO xl-text
                       PERFORM LIST-ERROR
                   END-IF
               END-IF
               MOVE trans-id TO last-trans-id
               PERFORM CHECK-ENTRY-TELLER
           END-IF.

       CHECK-ENTRY-TELLER.
           IF trans-teller = 0
               ADD 1 TO no-teller-count
           ELSE
               IF teller-count = 0
                   PERFORM COUNT-UNKNOWN-TELLER
               ELSE
                   SEARCH ALL teller-entry
                       AT END
                           PERFORM COUNT-UNKNOWN-TELLER
                       WHEN tt-teller(tt-idx) = trans-teller
                           CONTINUE
                   END-SEARCH
               END-IF
           END-IF.

       COUNT-UNKNOWN-TELLER.
           MOVE 0 TO unknown-teller-slot
           IF unknown-teller-count > 0
               SET ut-idx TO 1
               SEARCH unknown-teller-entry
                   AT END
                       CONTINUE
                   WHEN ut-teller(ut-idx) = trans-teller
                       SET unknown-teller-slot TO ut-idx
               END-SEARCH
           END-IF
           IF unknown-teller-slot = 0
               AND unknown-teller-count < teller-limit
               ADD 1 TO unknown-teller-count
               MOVE unknown-teller-count TO unknown-teller-slot
               MOVE trans-teller TO ut-teller(unknown-teller-slot)
               MOVE 0 TO ut-entries(unknown-teller-slot)
           END-IF
           IF unknown-teller-slot > 0
               ADD 1 TO ut-entries(unknown-teller-slot)
           END-IF.

       LIST-UNKNOWN-TELLER.
           ADD 1 TO unknown-teller-slot
           MOVE "LEDGER" TO xl-check
           MOVE ut-teller(unknown-teller-slot) TO xl-key
           MOVE ut-teller(unknown-teller-slot) TO tx-teller
           MOVE ut-entries(unknown-teller-slot) TO tx-count
           MOVE teller-text TO xl-text
           PERFORM LIST-ERROR.

       *> -------------------------------
       *> Every account type in use by an open account must have
       *> a base-tier (zero floor) price in effect on the
       *> business date, or PRICE-FROM-PARMS has nothing to
       *> charge a low balance.  A missing fee code only means
       *> the charge is not made.
       *> -------------------------------
       CHECK-PRICING.
           MOVE 'N' TO end-of-file
           OPEN INPUT parameter-file
           IF parameter-file-status = "35"
               MOVE 'Y' TO end-of-file
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ parameter-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF parm-balance-floor = 0
                           AND parm-effective-date <= report-date
                           PERFORM NOTE-PRICING-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF parameter-file-status NOT = "35"
               CLOSE parameter-file
           END-IF
           MOVE 'N' TO end-of-file
           MOVE 0 TO table-slot
           PERFORM CHECK-ONE-PRICING 6 TIMES.

       NOTE-PRICING-FOUND.
           SET pr-idx TO 1
           SEARCH pricing-entry
               AT END
                   CONTINUE
               WHEN pr-type(pr-idx) = parm-account-type
                   MOVE 'Y' TO pr-found(pr-idx)
           END-SEARCH.

       CHECK-ONE-PRICING.
           ADD 1 TO table-slot
           IF pr-found(table-slot) = 'N'
               MOVE "PARAMETER" TO xl-check
               MOVE 0 TO xl-key
               MOVE pr-type(table-slot) TO pt-type
               MOVE parm-text TO xl-text
               EVALUATE TRUE
                   WHEN pr-fee-code(table-slot) = 'Y'
                       PERFORM LIST-WARNING
                   WHEN pr-in-use(table-slot) = 'Y'
                       PERFORM LIST-ERROR
                   WHEN OTHER
                       PERFORM LIST-WARNING
               END-EVALUATE
           END-IF.

       *> -------------------------------
       *> File the exception in exception-line on the error or
       *> warning list.
       *> -------------------------------
       LIST-ERROR.
           ADD 1 TO error-count
           IF error-listed < exception-limit
               ADD 1 TO error-listed
               MOVE exception-line TO error-entry(error-listed)
           END-IF
           MOVE SPACES TO xl-text.

       LIST-WARNING.
           ADD 1 TO warning-count
           IF warning-listed < exception-limit
               ADD 1 TO warning-listed
               MOVE exception-line TO warning-entry(warning-listed)
           END-IF
           MOVE SPACES TO xl-text.

       *> -------------------------------
       *> Errors first, then warnings, each under its own
       *> heading, then the counts.
       *> -------------------------------
       WRITE-EXCEPTIONS-REPORT.
           PERFORM OPEN-REPORT-FILE
           MOVE "Errors - the close stops until these are cleared"
               TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO table-slot
           PERFORM WRITE-ERROR-ENTRY error-listed TIMES
           IF error-count = 0
               MOVE "    None." TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF error-count > error-listed
               COMPUTE ml-count = error-count - error-listed
               MOVE more-line TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Warnings - for the branch to clear"
               TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO table-slot
           PERFORM WRITE-WARNING-ENTRY warning-listed TIMES
           IF warning-count = 0
               MOVE "    None." TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF warning-count > warning-listed
               COMPUTE ml-count = warning-count - warning-listed
               MOVE more-line TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Accounts checked: " TO sm-label
           MOVE account-count TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Ledger entries:   " TO sm-label
           MOVE records-checked TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Errors:           " TO sm-label
           MOVE error-count TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Warnings:         " TO sm-label
           MOVE warning-count TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           CLOSE report-file
           DISPLAY "Report written to " report-file-name.

       WRITE-ERROR-ENTRY.
           ADD 1 TO table-slot
           MOVE error-entry(table-slot) TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       WRITE-WARNING-ENTRY.
           ADD 1 TO table-slot
           MOVE warning-entry(table-slot) TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       *> -------------------------------
       *> Open the dated print file and start its first page.
       *> -------------------------------
       OPEN-REPORT-FILE.
           MOVE "integchk-00000000.rpt" TO report-file-name
           MOVE report-date TO report-file-name(10:8)
           OPEN OUTPUT report-file
           MOVE 0 TO report-page
           PERFORM START-REPORT-PAGE.

       START-REPORT-PAGE.
           ADD 1 TO report-page
           MOVE report-date TO rh-date
           MOVE report-page TO rh-page
           WRITE report-line FROM report-head-1
           WRITE report-line FROM report-head-2
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE 3 TO report-lines.

       *> -------------------------------
       *> Write one report line, breaking to a fresh headed page
       *> when the current one is full.
       *> -------------------------------
       WRITE-REPORT-LINE.
           IF report-lines >= report-page-length
               PERFORM START-REPORT-PAGE
           END-IF
           WRITE report-line FROM report-line-work
           ADD 1 TO report-lines.

       *> -------------------------------
       *> Pick up the official business processing date so the
       *> report shows which day it was run for.
       *> -------------------------------
       LOAD-BUSINESS-DATE.
           OPEN INPUT control-file
           IF control-file-status = "35"
               MOVE FUNCTION CURRENT-DATE(1:8) TO report-date
           ELSE
               READ control-file
                   AT END
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO report-date
                   NOT AT END
                       MOVE business-date TO report-date
               END-READ
               CLOSE control-file
           END-IF.

       *> -------------------------------
       *> End of program
       *> -------------------------------
       END PROGRAM IntegrityCheck.
