       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashMonitor.

      *> -------------------------------------------------------
      *> Nightly large-cash and structuring monitor for the
      *> compliance officer, run by the end-of-day close once
      *> the batch file has posted.  Two things are flagged:
      *>   - any single cash deposit (D) or withdrawal (W) on
      *>     the business date above the reportable threshold;
      *>     only cash handed over the counter counts - entries
      *>     the teller menu marked channel C - so batch,
      *>     payroll and standing-order postings never do;
      *>   - any customer whose smaller deposits, or smaller
      *>     withdrawals, across all their accounts over the
      *>     rolling window add up past the threshold - the
      *>     pattern of keeping each amount just under the line.
      *>     A customer is only flagged on a night they had such
      *>     activity, so an old pattern is not reported again
      *>     every day it stays inside the window.
      *> Accounts are tied to a customer through account-
      *> customer-number; an account with no customer is
      *> treated as a customer of its own.  Entries later
      *> reversed (V/X) or returned unpaid (N) are left out.
      *> The alerts go to cashmon-YYYYMMDD.rpt and to the
      *> fixed-format currency-transaction extract ctrextract.dat
      *> - header, one detail record per flagged entry carrying
      *> the customer's name and address, the account, amount
      *> and posting teller, and a trailer of counts and hash
      *> totals.  Alerts are for review and never stop the
      *> close; only a table overflow gives a non-zero return
      *> code.
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
           SELECT transaction-file ASSIGN TO "transaction.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transaction-file-status.
           SELECT archive-file ASSIGN TO "trnarch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archive-file-status.
           SELECT control-file ASSIGN TO "control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-file-status.
           SELECT extract-file ASSIGN TO "ctrextract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extract-file-status.
           SELECT report-file ASSIGN TO DYNAMIC report-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  account-file.
       COPY ACCTREC.

       FD  customer-file.
       COPY CUSTREC.

       FD  transaction-file.
       COPY TRANREC.

      *> -------------------------------------------------------
      *> Archived entries have the transaction.dat layout; a
      *> period-end archive can move entries still inside the
      *> window, so the archive is read first.
      *> -------------------------------------------------------
       FD  archive-file.
       01  archive-record           PIC X(47).

       FD  control-file.
       COPY CTLREC.

      *> -------------------------------------------------------
      *> The three record shapes of the extract, told apart by
      *> the record-type byte in column one.
      *> -------------------------------------------------------
       FD  extract-file.
       01  ctr-header-record.
           05  ch-record-type       PIC X.         *> 'H'
           05  ch-business-date     PIC 9(8).
           05  ch-threshold         PIC 9(7)V99.
           05  ch-window-days       PIC 9(3).
       01  ctr-detail-record.
           05  cd-record-type       PIC X.         *> 'D'
           05  cd-alert-type        PIC X.         *> L=Large single entry
                                                    *> S=Structuring total
           05  cd-customer          PIC 9(5).      *> 0=No customer on file
           05  cd-customer-name     PIC X(30).
           05  cd-customer-address  PIC X(40).
           05  cd-account           PIC 9(5).
           05  cd-transaction-id    PIC 9(7).
           05  cd-posting-type      PIC X.         *> D or W
           05  cd-amount            PIC 9(7)V99.
           05  cd-posting-date      PIC 9(8).
           05  cd-teller            PIC 9(4).
       01  ctr-trailer-record.
           05  ct-record-type       PIC X.         *> 'T'
           05  ct-record-count      PIC 9(7).      *> Every record in the file
           05  ct-detail-count      PIC 9(7).      *> Entries reported
           05  ct-account-hash      PIC 9(13).     *> Sum of account numbers
           05  ct-amount-hash       PIC 9(13)V99.  *> Sum of reported amounts

       FD  report-file.
       01  report-line              PIC X(132).

       WORKING-STORAGE SECTION.
       77  account-file-status      PIC XX VALUE "00".
       77  customer-file-status     PIC XX VALUE "00".
       77  transaction-file-status  PIC XX VALUE "00".
       77  archive-file-status      PIC XX VALUE "00".
       77  control-file-status      PIC XX VALUE "00".
       77  extract-file-status      PIC XX VALUE "00".
       77  report-date              PIC 9(8) VALUE 0.
       77  account-eof              PIC X VALUE 'N'.
       77  end-of-file              PIC X VALUE 'N'.
       77  customer-file-open       PIC X VALUE 'N'.
       77  table-slot               PIC 9(5) VALUE 0.
       77  party-slot               PIC 9(5) VALUE 0.
       77  table-overflow           PIC X VALUE 'N'.

      *> -------------------------------------------------------
      *> The reportable threshold and the rolling window.  An
      *> entry is reportable when it is strictly above the
      *> threshold; the window counts the business date itself
      *> as its last day.
      *> -------------------------------------------------------
       77  cash-threshold           PIC 9(7)V99 VALUE 10000.00.
       77  window-days              PIC 9(3) VALUE 10.
       77  window-start-date        PIC 9(8) VALUE 0.
       77  window-start-day         PIC 9(7) VALUE 0.

       77  large-count              PIC 9(5) VALUE 0.
       77  structuring-count        PIC 9(5) VALUE 0.
       77  detail-count             PIC 9(7) VALUE 0.
       77  account-hash             PIC 9(13) VALUE 0.
       77  amount-hash              PIC 9(13)V99 VALUE 0.
       77  alert-type               PIC X VALUE SPACE.
       77  party-direction          PIC X VALUE SPACE.
       77  party-name               PIC X(30) VALUE SPACES.
       77  party-address            PIC X(40) VALUE SPACES.

      *> -------------------------------------------------------
      *> Print-file work fields.  Each run writes its alerts to
      *> cashmon-YYYYMMDD.rpt - one durable file per business
      *> date, kept on disk until compliance signs it off.
      *> -------------------------------------------------------
       77  report-file-name         PIC X(21) VALUE SPACES.
       77  report-file-status       PIC XX VALUE "00".
       77  report-page              PIC 9(4) VALUE 0.
       77  report-lines             PIC 99 VALUE 0.
       77  report-page-length       PIC 99 VALUE 55.
       01  report-line-work         PIC X(132) VALUE SPACES.

       01  report-head-1.
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(34) VALUE
               "Large Cash and Structuring Monitor".
       01  report-head-2.
           05  FILLER               PIC X(15) VALUE
               "Business date: ".
           05  rh-date              PIC 9(8).
           05  FILLER               PIC X(10) VALUE
               "     Page ".
           05  rh-page              PIC ZZZ9.

       01  threshold-line.
           05  FILLER               PIC X(11) VALUE "Threshold: ".
           05  tl-threshold         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(11) VALUE "  Window: ".
           05  tl-window            PIC ZZ9.
           05  FILLER               PIC X(12) VALUE " days from ".
           05  tl-window-start      PIC 9(8).

       01  entry-line.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  el-date              PIC 9(8).
           05  FILLER               PIC X(6) VALUE "  Acct".
           05  el-account           PIC ZZZZ9.
           05  FILLER               PIC X(6) VALUE "  Txn ".
           05  el-transaction-id    PIC 9(7).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  el-type              PIC X.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  el-amount            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(9) VALUE "  Teller ".
           05  el-teller            PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  el-customer          PIC 9(5).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  el-name              PIC X(30).

       01  party-line.
           05  FILLER               PIC X(9) VALUE "Customer ".
           05  pl-customer          PIC 9(5).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  pl-name              PIC X(30).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  pl-direction         PIC X(11).
           05  pl-count             PIC ZZZ9.
           05  FILLER               PIC X(10) VALUE " entries, ".
           05  pl-total             PIC ZZ,ZZZ,ZZ9.99.

       01  summary-line.
           05  sm-label             PIC X(24).
           05  sm-count             PIC ZZZZ9.

      *> -------------------------------------------------------
      *> Account number to customer number, filled in key order
      *> so the ledger pass can binary-search it (see the note
      *> on the replay table in ReconcileLedger - the OCCURS
      *> DEPENDING ON keeps SEARCH ALL off the empty tail).
      *> -------------------------------------------------------
       77  account-limit            PIC 9(5) VALUE 1000.
       01  account-table.
           05  account-count        PIC 9(5) VALUE 0.
           05  account-entry OCCURS 1 TO 1000 TIMES
               DEPENDING ON account-count
               ASCENDING KEY IS at-account
               INDEXED BY at-idx.
               10  at-account       PIC 9(5).
               10  at-customer      PIC 9(5).
               10  at-holder-name   PIC X(20).

      *> -------------------------------------------------------
      *> Every D and W entry inside the window, in ledger
      *> order.  ce-reversed is set when a later V, X or N entry
      *> points back at it.
      *> -------------------------------------------------------
       77  cash-limit               PIC 9(5) VALUE 5000.
       01  cash-table.
           05  cash-count           PIC 9(5) VALUE 0.
           05  cash-entry OCCURS 1 TO 5000 TIMES
               DEPENDING ON cash-count
               INDEXED BY ce-idx.
               10  ce-transaction-id PIC 9(7).
               10  ce-account       PIC 9(5).
               10  ce-customer      PIC 9(5).
               10  ce-holder-name   PIC X(20).
               10  ce-type          PIC X.
               10  ce-amount        PIC 9(7)V99.
               10  ce-date          PIC 9(8).
               10  ce-teller        PIC 9(4).
               10  ce-reversed      PIC X.

      *> -------------------------------------------------------
      *> One slot per customer (or per customer-less account)
      *> with window totals of the entries at or under the
      *> threshold, kept apart for deposits and withdrawals.
      *> -------------------------------------------------------
       01  party-table.
           05  party-count          PIC 9(5) VALUE 0.
           05  party-entry OCCURS 1 TO 5000 TIMES
               DEPENDING ON party-count
               INDEXED BY pe-idx.
               10  pe-customer      PIC 9(5).
               10  pe-account       PIC 9(5).
               10  pe-holder-name   PIC X(20).
               10  pe-in-count      PIC 9(5).
               10  pe-in-total      PIC 9(9)V99.
               10  pe-in-today      PIC X.
               10  pe-out-count     PIC 9(5).
               10  pe-out-total     PIC 9(9)V99.
               10  pe-out-today     PIC X.

       01  transaction-details.
           05  trans-id             PIC 9(7).
           05  trans-account        PIC 9(5).
           05  trans-type           PIC X.
           05  trans-amount         PIC 9(7)V99.
           05  trans-date           PIC 9(8).
           05  trans-counterparty   PIC 9(5).
           05  trans-teller         PIC 9(4).
           05  trans-reversal-of    PIC 9(7).
           05  trans-channel        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE window-start-day =
               FUNCTION INTEGER-OF-DATE(report-date)
               - window-days + 1
           COMPUTE window-start-date =
               FUNCTION DATE-OF-INTEGER(window-start-day)
           DISPLAY "-----------------------------------------------"
           DISPLAY "Large Cash and Structuring Monitor"
           DISPLAY "Business date: " report-date
           DISPLAY "Window from:   " window-start-date
           DISPLAY "-----------------------------------------------"
           MOVE 0 TO cash-count
           MOVE 0 TO party-count
           PERFORM LOAD-ACCOUNT-TABLE
           IF table-overflow = 'N'
               PERFORM SCAN-ARCHIVE-FILE
           END-IF
           IF table-overflow = 'N'
               PERFORM SCAN-TRANSACTION-FILE
           END-IF
           IF table-overflow = 'N'
               PERFORM BUILD-PARTY-TOTALS
           END-IF
           IF table-overflow = 'Y'
               DISPLAY "Run abandoned; no alerts were produced."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ALERTS
               DISPLAY "-------------------------------------------"
               DISPLAY "Large single entries: " large-count
               DISPLAY "Structuring alerts:   " structuring-count
               DISPLAY "Extract records:      " detail-count
           END-IF
           GOBACK.

       *> -------------------------------
       *> Fill the account table with every account on file, in
       *> key order, remembering its customer.
       *> -------------------------------
       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO account-count
           MOVE 'N' TO account-eof
           OPEN INPUT account-file
           IF account-file-status = "35"
               OPEN OUTPUT account-file
               CLOSE account-file
               OPEN INPUT account-file
           END-IF
           PERFORM READ-NEXT-ACCOUNT
           PERFORM UNTIL account-eof = 'Y'
               PERFORM TABLE-ONE-ACCOUNT
               PERFORM READ-NEXT-ACCOUNT
           END-PERFORM
           CLOSE account-file.

       TABLE-ONE-ACCOUNT.
           IF account-count >= account-limit
               DISPLAY "Account table full at " account-limit
                   "; widen the account table before rerunning."
               MOVE 'Y' TO table-overflow
               MOVE 'Y' TO account-eof
           ELSE
               ADD 1 TO account-count
               MOVE account-count TO table-slot
               MOVE account-number TO at-account(table-slot)
               MOVE account-customer-number
                   TO at-customer(table-slot)
               MOVE account-holder-name
                   TO at-holder-name(table-slot)
           END-IF.

       *> -------------------------------
       *> Read the next account-file record in key sequence
       *> -------------------------------
       READ-NEXT-ACCOUNT.
           READ account-file NEXT RECORD
               AT END
                   MOVE 'Y' TO account-eof
           END-READ.

       *> -------------------------------
       *> Archived history first, so a reversal still on the
       *> live ledger finds the entry it reverses already in
       *> the table.  No archive yet is not an error.
       *> -------------------------------
       SCAN-ARCHIVE-FILE.
           MOVE 'N' TO end-of-file
           OPEN INPUT archive-file
           IF archive-file-status = "35"
               MOVE 'Y' TO end-of-file
           ELSE
               PERFORM UNTIL end-of-file = 'Y'
                   READ archive-file INTO transaction-details
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           PERFORM EXAMINE-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE archive-file
           END-IF
           MOVE 'N' TO end-of-file.

       SCAN-TRANSACTION-FILE.
           MOVE 'N' TO end-of-file
           OPEN INPUT transaction-file
           IF transaction-file-status = "35"
               OPEN OUTPUT transaction-file
               CLOSE transaction-file
               OPEN INPUT transaction-file
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ transaction-file INTO transaction-details
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM EXAMINE-LEDGER-ENTRY
               END-READ
           END-PERFORM
           CLOSE transaction-file
           MOVE 'N' TO end-of-file.

       *> -------------------------------
       *> Keep a counter cash entry that falls inside the
       *> window, and mark off any kept entry a reversal or
       *> returned item points back at.  Entries dated after
       *> the business date (there should be none) are ignored.
       *> -------------------------------
       EXAMINE-LEDGER-ENTRY.
           IF table-overflow = 'Y'
               MOVE 'Y' TO end-of-file
           ELSE
               EVALUATE TRUE
                   WHEN (trans-type = 'D' OR trans-type = 'W')
                       AND trans-channel = 'C'
                       AND trans-date >= window-start-date
                       AND trans-date <= report-date
                       PERFORM KEEP-CASH-ENTRY
                   WHEN (trans-type = 'V' OR trans-type = 'X'
                       OR trans-type = 'N')
                       AND trans-reversal-of NOT = 0
                       PERFORM MARK-ENTRY-REVERSED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       KEEP-CASH-ENTRY.
           IF cash-count >= cash-limit
               DISPLAY "Cash entry table full at " cash-limit
                   "; widen the cash table before rerunning."
               MOVE 'Y' TO table-overflow
               MOVE 'Y' TO end-of-file
           ELSE
               ADD 1 TO cash-count
               MOVE cash-count TO table-slot
               MOVE trans-id TO ce-transaction-id(table-slot)
               MOVE trans-account TO ce-account(table-slot)
               MOVE trans-type TO ce-type(table-slot)
               MOVE trans-amount TO ce-amount(table-slot)
               MOVE trans-date TO ce-date(table-slot)
               MOVE trans-teller TO ce-teller(table-slot)
               MOVE 'N' TO ce-reversed(table-slot)
               MOVE 0 TO ce-customer(table-slot)
               MOVE SPACES TO ce-holder-name(table-slot)
               IF account-count > 0
                   SEARCH ALL account-entry
                       AT END
                           CONTINUE
                       WHEN at-account(at-idx) = trans-account
                           MOVE at-customer(at-idx)
                               TO ce-customer(table-slot)
                           MOVE at-holder-name(at-idx)
                               TO ce-holder-name(table-slot)
                   END-SEARCH
               END-IF
           END-IF.

       MARK-ENTRY-REVERSED.
           IF cash-count > 0
               SET ce-idx TO 1
               SEARCH cash-entry
                   AT END
                       CONTINUE
                   WHEN ce-transaction-id(ce-idx) = trans-reversal-of
                       MOVE 'Y' TO ce-reversed(ce-idx)
               END-SEARCH
           END-IF.

       *> -------------------------------
       *> Add every entry at or under the threshold into its
       *> customer's window totals.  Entries above the threshold
       *> are reported in their own right and so are not
       *> counted again here.
       *> -------------------------------
       BUILD-PARTY-TOTALS.
           MOVE 0 TO table-slot
           PERFORM UNTIL table-slot >= cash-count
                   OR table-overflow = 'Y'
               ADD 1 TO table-slot
               IF ce-reversed(table-slot) = 'N'
                   AND ce-amount(table-slot) NOT > cash-threshold
                   PERFORM ADD-TO-PARTY-TOTALS
               END-IF
           END-PERFORM.

       ADD-TO-PARTY-TOTALS.
           PERFORM FIND-PARTY-SLOT
           IF table-overflow = 'N'
               IF ce-type(table-slot) = 'D'
                   ADD 1 TO pe-in-count(party-slot)
                   ADD ce-amount(table-slot)
                       TO pe-in-total(party-slot)
                   IF ce-date(table-slot) = report-date
                       MOVE 'Y' TO pe-in-today(party-slot)
                   END-IF
               ELSE
                   ADD 1 TO pe-out-count(party-slot)
                   ADD ce-amount(table-slot)
                       TO pe-out-total(party-slot)
                   IF ce-date(table-slot) = report-date
                       MOVE 'Y' TO pe-out-today(party-slot)
                   END-IF
               END-IF
           END-IF.

       *> -------------------------------
       *> Find the party slot for the cash entry in table-slot,
       *> opening a new one the first time a customer is seen.
       *> A customer-less account is its own party, told apart
       *> by pe-account; customer slots carry pe-account zero.
       *> -------------------------------
       FIND-PARTY-SLOT.
           MOVE 0 TO party-slot
           IF party-count > 0
               SET pe-idx TO 1
               SEARCH party-entry
                   AT END
                       CONTINUE
                   WHEN ce-customer(table-slot) NOT = 0
                       AND pe-customer(pe-idx)
                           = ce-customer(table-slot)
                       SET party-slot TO pe-idx
                   WHEN ce-customer(table-slot) = 0
                       AND pe-customer(pe-idx) = 0
                       AND pe-account(pe-idx)
                           = ce-account(table-slot)
                       SET party-slot TO pe-idx
               END-SEARCH
           END-IF
           IF party-slot = 0
               IF party-count >= cash-limit
                   DISPLAY "Customer table full at " cash-limit
                       "; widen the customer table before "
                       "rerunning."
                   MOVE 'Y' TO table-overflow
               ELSE
                   ADD 1 TO party-count
                   MOVE party-count TO party-slot
                   MOVE ce-customer(table-slot)
                       TO pe-customer(party-slot)
                   IF ce-customer(table-slot) = 0
                       MOVE ce-account(table-slot)
                           TO pe-account(party-slot)
                   ELSE
                       MOVE 0 TO pe-account(party-slot)
                   END-IF
                   MOVE ce-holder-name(table-slot)
                       TO pe-holder-name(party-slot)
                   MOVE 0 TO pe-in-count(party-slot)
                   MOVE 0 TO pe-in-total(party-slot)
                   MOVE 'N' TO pe-in-today(party-slot)
                   MOVE 0 TO pe-out-count(party-slot)
                   MOVE 0 TO pe-out-total(party-slot)
                   MOVE 'N' TO pe-out-today(party-slot)
               END-IF
           END-IF.

       *> -------------------------------
       *> Write the alert report and the extract together, so
       *> every entry on the report is on the extract and the
       *> other way round.
       *> -------------------------------
       WRITE-ALERTS.
           PERFORM OPEN-ALERT-FILES
           MOVE "Large single cash entries" TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "-------------------------" TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 'L' TO alert-type
           MOVE 0 TO table-slot
           PERFORM CHECK-LARGE-ENTRY cash-count TIMES
           IF large-count = 0
               MOVE "    None." TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Possible structuring (window totals)"
               TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "------------------------------------"
               TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 'S' TO alert-type
           MOVE 0 TO party-slot
           PERFORM CHECK-ONE-PARTY party-count TIMES
           IF structuring-count = 0
               MOVE "    None." TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM CLOSE-ALERT-FILES.

       CHECK-LARGE-ENTRY.
           ADD 1 TO table-slot
           IF ce-reversed(table-slot) = 'N'
               AND ce-date(table-slot) = report-date
               AND ce-amount(table-slot) > cash-threshold
               ADD 1 TO large-count
               PERFORM LOOK-UP-ENTRY-CUSTOMER
               PERFORM REPORT-CASH-ENTRY
           END-IF.

       *> -------------------------------
       *> A party is flagged for one direction when two or more
       *> smaller entries in the window together pass the
       *> threshold and at least one of them is today's.
       *> -------------------------------
       CHECK-ONE-PARTY.
           ADD 1 TO party-slot
           IF pe-in-count(party-slot) > 1
               AND pe-in-total(party-slot) > cash-threshold
               AND pe-in-today(party-slot) = 'Y'
               MOVE 'D' TO party-direction
               PERFORM REPORT-PARTY-ALERT
           END-IF
           IF pe-out-count(party-slot) > 1
               AND pe-out-total(party-slot) > cash-threshold
               AND pe-out-today(party-slot) = 'Y'
               MOVE 'W' TO party-direction
               PERFORM REPORT-PARTY-ALERT
           END-IF.

       REPORT-PARTY-ALERT.
           ADD 1 TO structuring-count
           PERFORM LOOK-UP-PARTY-CUSTOMER
           MOVE pe-customer(party-slot) TO pl-customer
           MOVE party-name TO pl-name
           IF party-direction = 'D'
               MOVE "deposits   " TO pl-direction
               MOVE pe-in-count(party-slot) TO pl-count
               MOVE pe-in-total(party-slot) TO pl-total
           ELSE
               MOVE "withdrawals" TO pl-direction
               MOVE pe-out-count(party-slot) TO pl-count
               MOVE pe-out-total(party-slot) TO pl-total
           END-IF
           MOVE party-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO table-slot
           PERFORM LIST-PARTY-ENTRY cash-count TIMES.

       LIST-PARTY-ENTRY.
           ADD 1 TO table-slot
           IF ce-reversed(table-slot) = 'N'
               AND ce-type(table-slot) = party-direction
               AND ce-amount(table-slot) NOT > cash-threshold
               AND ce-customer(table-slot) = pe-customer(party-slot)
               IF pe-customer(party-slot) NOT = 0
                   OR ce-account(table-slot)
                       = pe-account(party-slot)
                   PERFORM REPORT-CASH-ENTRY
               END-IF
           END-IF.

       *> -------------------------------
       *> Name and address for the entry in table-slot, or for
       *> the party in party-slot.  With no customer record the
       *> account holder's name is used and the address is left
       *> blank for compliance to complete.
       *> -------------------------------
       LOOK-UP-ENTRY-CUSTOMER.
           MOVE ce-holder-name(table-slot) TO party-name
           MOVE SPACES TO party-address
           IF ce-customer(table-slot) NOT = 0
               MOVE ce-customer(table-slot) TO customer-number
               PERFORM READ-CUSTOMER-RECORD
           END-IF.

       LOOK-UP-PARTY-CUSTOMER.
           MOVE pe-holder-name(party-slot) TO party-name
           MOVE SPACES TO party-address
           IF pe-customer(party-slot) NOT = 0
               MOVE pe-customer(party-slot) TO customer-number
               PERFORM READ-CUSTOMER-RECORD
           END-IF.

       READ-CUSTOMER-RECORD.
           IF customer-file-open = 'Y'
               READ customer-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE customer-name TO party-name
                       MOVE customer-address TO party-address
               END-READ
           END-IF.

       *> -------------------------------
       *> One flagged entry: a line on the report and a detail
       *> record on the extract, under the name and address
       *> already looked up.
       *> -------------------------------
       REPORT-CASH-ENTRY.
           MOVE ce-date(table-slot) TO el-date
           MOVE ce-account(table-slot) TO el-account
           MOVE ce-transaction-id(table-slot) TO el-transaction-id
           MOVE ce-type(table-slot) TO el-type
           MOVE ce-amount(table-slot) TO el-amount
           MOVE ce-teller(table-slot) TO el-teller
           MOVE ce-customer(table-slot) TO el-customer
           MOVE party-name TO el-name
           MOVE entry-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 'D' TO cd-record-type
           MOVE alert-type TO cd-alert-type
           MOVE ce-customer(table-slot) TO cd-customer
           MOVE party-name TO cd-customer-name
           MOVE party-address TO cd-customer-address
           MOVE ce-account(table-slot) TO cd-account
           MOVE ce-transaction-id(table-slot) TO cd-transaction-id
           MOVE ce-type(table-slot) TO cd-posting-type
           MOVE ce-amount(table-slot) TO cd-amount
           MOVE ce-date(table-slot) TO cd-posting-date
           MOVE ce-teller(table-slot) TO cd-teller
           WRITE ctr-detail-record
           ADD 1 TO detail-count
           ADD ce-account(table-slot) TO account-hash
           ADD ce-amount(table-slot) TO amount-hash.

       *> -------------------------------
       *> Open the dated print file, the extract and the
       *> customer master, and write the headings and the
       *> extract header.
       *> -------------------------------
       OPEN-ALERT-FILES.
           MOVE 'N' TO customer-file-open
           OPEN INPUT customer-file
           IF customer-file-status = "00"
               MOVE 'Y' TO customer-file-open
           END-IF
           MOVE "cashmon-00000000.rpt" TO report-file-name
           MOVE report-date TO report-file-name(9:8)
           OPEN OUTPUT report-file
           MOVE 0 TO report-page
           PERFORM START-REPORT-PAGE
           MOVE cash-threshold TO tl-threshold
           MOVE window-days TO tl-window
           MOVE window-start-date TO tl-window-start
           MOVE threshold-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           OPEN OUTPUT extract-file
           MOVE 'H' TO ch-record-type
           MOVE report-date TO ch-business-date
           MOVE cash-threshold TO ch-threshold
           MOVE window-days TO ch-window-days
           WRITE ctr-header-record
           MOVE 0 TO detail-count
           MOVE 0 TO account-hash
           MOVE 0 TO amount-hash.

       CLOSE-ALERT-FILES.
           MOVE 'T' TO ct-record-type
           COMPUTE ct-record-count = detail-count + 2
           MOVE detail-count TO ct-detail-count
           MOVE account-hash TO ct-account-hash
           MOVE amount-hash TO ct-amount-hash
           WRITE ctr-trailer-record
           CLOSE extract-file
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Large single entries:   " TO sm-label
           MOVE large-count TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Structuring alerts:     " TO sm-label
           MOVE structuring-count TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Extract detail records: " TO sm-label
           MOVE detail-count TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           CLOSE report-file
           IF customer-file-open = 'Y'
               CLOSE customer-file
           END-IF
           DISPLAY "Report written to " report-file-name
           DISPLAY "Extract written to ctrextract.dat".

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
       END PROGRAM CashMonitor.
