       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxStatement.

      *> -------------------------------------------------------
      *> Year-end interest and fee statements.  For the calendar
      *> year the operator keys, every interest (I) and fee (F)
      *> entry is read from the archive and the live ledger, an
      *> entry backed out by a reversal (V or X pointing at it
      *> through transaction-reversal-of) is netted away, and
      *> what is left is totalled by account.  Accounts are
      *> grouped under their customer through account-customer-
      *> number, and each customer gets one statement on
      *> taxstmt-YYYY.rpt - customer.dat name and address, a
      *> line per account and the customer's totals - plus one
      *> record on the fixed-format filing extract taxfile.dat,
      *> closed by a control trailer of counts and hash totals.
      *> A customer whose interest for the year is under the
      *> reporting minimum still gets a statement, flagged, but
      *> is left out of the filing; so is an account with no
      *> customer record, which cannot be addressed.
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
               ACCESS MODE IS SEQUENTIAL
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
           SELECT extract-file ASSIGN TO "taxfile.dat"
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
      *> Archived ledger entries keep the transaction-record
      *> layout byte for byte; the FD only needs the length.
      *> -------------------------------------------------------
       FD  archive-file.
       01  archive-record           PIC X(47).

       FD  control-file.
       COPY CTLREC.

      *> -------------------------------------------------------
      *> The three record shapes of the filing extract, told
      *> apart by the record-type byte in column one.
      *> -------------------------------------------------------
       FD  extract-file.
       01  tax-header-record.
           05  th-record-type       PIC X.         *> 'H'
           05  th-tax-year          PIC 9(4).
           05  th-run-date          PIC 9(8).
           05  th-minimum           PIC 9(7)V99.
       01  tax-detail-record.
           05  td-record-type       PIC X.         *> 'D'
           05  td-customer          PIC 9(5).
           05  td-customer-name     PIC X(30).
           05  td-customer-address  PIC X(40).
           05  td-account-count     PIC 9(3).
           05  td-interest          PIC 9(9)V99.   *> Net interest paid
           05  td-fees              PIC 9(9)V99.   *> Net fees charged
       01  tax-trailer-record.
           05  tt-record-type       PIC X.         *> 'T'
           05  tt-record-count      PIC 9(7).      *> Every record in the file
           05  tt-customer-count    PIC 9(7).      *> Customers filed
           05  tt-customer-hash     PIC 9(13).     *> Sum of customer numbers
           05  tt-interest-hash     PIC 9(13)V99.  *> Sum of interest filed
           05  tt-fee-hash          PIC 9(13)V99.  *> Sum of fees filed

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
       77  customer-eof             PIC X VALUE 'N'.
       77  end-of-file              PIC X VALUE 'N'.
       77  table-slot               PIC 9(5) VALUE 0.
       77  entry-slot               PIC 9(5) VALUE 0.
       77  table-overflow           PIC X VALUE 'N'.
       77  tax-year-input           PIC 9(4) VALUE 0.
       77  unknown-account-count    PIC 9(5) VALUE 0.

      *> -------------------------------------------------------
      *> Interest for the year under the reporting minimum is
      *> printed but not filed.
      *> -------------------------------------------------------
       77  reporting-minimum        PIC 9(7)V99 VALUE 10.00.

      *> -------------------------------------------------------
      *> The customer whose statement is being printed, and the
      *> run's control totals.
      *> -------------------------------------------------------
       77  statement-customer       PIC 9(5) VALUE 0.
       77  statement-name           PIC X(30) VALUE SPACES.
       77  statement-address        PIC X(40) VALUE SPACES.
       77  statement-accounts       PIC 9(3) VALUE 0.
       77  statement-interest       PIC 9(9)V99 VALUE 0.
       77  statement-fees           PIC 9(9)V99 VALUE 0.
       77  statements-printed       PIC 9(5) VALUE 0.
       77  customers-filed          PIC 9(7) VALUE 0.
       77  customers-below-minimum  PIC 9(5) VALUE 0.
       77  accounts-not-filed       PIC 9(5) VALUE 0.
       77  customer-hash            PIC 9(13) VALUE 0.
       77  interest-hash            PIC 9(13)V99 VALUE 0.
       77  fee-hash                 PIC 9(13)V99 VALUE 0.

      *> -------------------------------------------------------
      *> Print-file work fields.  Each run writes the year's
      *> statements to taxstmt-YYYY.rpt, named for the tax year.
      *> -------------------------------------------------------
       77  report-file-name         PIC X(21) VALUE SPACES.
       77  report-file-status       PIC XX VALUE "00".
       77  report-page              PIC 9(4) VALUE 0.
       77  report-lines             PIC 99 VALUE 0.
       77  report-page-length       PIC 99 VALUE 55.
       01  report-line-work         PIC X(132) VALUE SPACES.

       01  report-head-1.
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(35) VALUE
               "Year-End Interest and Fee Statement".
       01  report-head-2.
           05  FILLER               PIC X(10) VALUE
               "Tax year: ".
           05  rh-year              PIC 9(4).
           05  FILLER               PIC X(9) VALUE
               "  Run on ".
           05  rh-date              PIC 9(8).
           05  FILLER               PIC X(10) VALUE
               "     Page ".
           05  rh-page              PIC ZZZ9.

       01  customer-line.
           05  FILLER               PIC X(9) VALUE "Customer ".
           05  cl-customer          PIC 9(5).
           05  FILLER               PIC XX VALUE SPACES.
           05  cl-name              PIC X(30).
       01  address-line.
           05  FILLER               PIC X(16) VALUE SPACES.
           05  al-address           PIC X(40).

       01  column-head.
           05  FILLER               PIC X(29) VALUE
               "Account  Type Interest earned".
           05  FILLER               PIC X(16) VALUE
               "    Fees charged".

       01  account-line.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ml-account           PIC 9(5).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  ml-type              PIC X.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  ml-interest          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  ml-fees              PIC ZZ,ZZZ,ZZ9.99.

       01  total-line.
           05  FILLER               PIC X(16) VALUE
               "Year totals".
           05  ol-interest          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  ol-fees              PIC ZZ,ZZZ,ZZ9.99.

       01  minimum-line.
           05  FILLER               PIC X(40) VALUE
               "Interest is under the reporting minimum ".
           05  FILLER               PIC X(3) VALUE "of ".
           05  nl-minimum           PIC Z,ZZ9.99.
           05  FILLER               PIC X(28) VALUE
               "; not reported for the year.".

       01  summary-line.
           05  sm-label             PIC X(30).
           05  sm-count             PIC Z(12)9.
       01  summary-amount-line.
           05  sa-label             PIC X(30).
           05  sa-amount            PIC Z,ZZZ,ZZZ,ZZ9.99.

      *> -------------------------------------------------------
      *> One slot per account on file, filled in key order so
      *> the ledger pass can binary-search it (see the note on
      *> the replay table in ReconcileLedger - the OCCURS
      *> DEPENDING ON keeps SEARCH ALL off the empty tail).
      *> at-printed is set once the account has appeared on a
      *> customer's statement.
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
               10  at-type          PIC X.
               10  at-interest      PIC S9(9)V99.
               10  at-fees          PIC S9(9)V99.
               10  at-printed       PIC X.

      *> -------------------------------------------------------
      *> Every I and F entry of the year, in ledger order, so a
      *> reversal arriving later can find and cancel it.
      *> -------------------------------------------------------
       77  entry-limit              PIC 9(5) VALUE 30000.
       01  entry-table.
           05  entry-count          PIC 9(5) VALUE 0.
           05  year-entry OCCURS 1 TO 30000 TIMES
               DEPENDING ON entry-count
               INDEXED BY ye-idx.
               10  ye-transaction-id PIC 9(7).
               10  ye-account       PIC 9(5).
               10  ye-type          PIC X.
               10  ye-amount        PIC 9(7)V99.
               10  ye-reversed      PIC X.

       01  transaction-details.
           05  trans-id             PIC 9(7).
           05  trans-account        PIC 9(5).
           05  trans-type           PIC X.
           05  trans-amount         PIC 9(7)V99.
           05  trans-date           PIC 9(8).
           05  trans-counterparty   PIC 9(5).
           05  trans-teller         PIC 9(4).
           05  trans-reversal-of    PIC 9(7).
       01  trans-date-split REDEFINES transaction-details.
           05  FILLER               PIC X(22).
           05  trans-year           PIC 9(4).
           05  FILLER               PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BUSINESS-DATE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Year-End Interest and Fee Statements"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Enter tax year (YYYY): "
           ACCEPT tax-year-input
           IF tax-year-input < 1900
               OR tax-year-input > report-date(1:4)
               DISPLAY "Tax year must be a year up to "
                   report-date(1:4) "; nothing printed."
               GOBACK
           END-IF
           MOVE 0 TO entry-count
           PERFORM LOAD-ACCOUNT-TABLE
           IF table-overflow = 'N'
               PERFORM SCAN-ARCHIVE-FILE
           END-IF
           IF table-overflow = 'N'
               PERFORM SCAN-TRANSACTION-FILE
           END-IF
           IF table-overflow = 'Y'
               DISPLAY "Run abandoned; no statement was printed."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM TOTAL-ENTRIES-BY-ACCOUNT
               PERFORM PRINT-STATEMENTS
               DISPLAY "-------------------------------------------"
               DISPLAY "Statements printed:    " statements-printed
               DISPLAY "Customers filed:       " customers-filed
               DISPLAY "Under the minimum:     "
                   customers-below-minimum
               DISPLAY "Report written to " report-file-name
               DISPLAY "Filing extract written to taxfile.dat"
           END-IF
           GOBACK.

       *> -------------------------------
       *> Fill the account table with every account on file, in
       *> key order.  Closed accounts stay on file, so interest
       *> paid before a close is still reported.
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
               MOVE account-type TO at-type(table-slot)
               MOVE 0 TO at-interest(table-slot)
               MOVE 0 TO at-fees(table-slot)
               MOVE 'N' TO at-printed(table-slot)
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
       *> live ledger finds the entry it reverses already in the
       *> table.  No archive yet is not an error.
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
       *> Keep the year's interest and fee entries.  A reversal
       *> is matched whatever its date, so interest paid in the
       *> year and backed out early the next is still netted.
       *> -------------------------------
       EXAMINE-LEDGER-ENTRY.
           IF table-overflow = 'Y'
               MOVE 'Y' TO end-of-file
           ELSE
               EVALUATE TRUE
                   WHEN (trans-type = 'I' OR trans-type = 'F')
                       AND trans-year = tax-year-input
                       PERFORM KEEP-YEAR-ENTRY
                   WHEN (trans-type = 'V' OR trans-type = 'X')
                       AND trans-reversal-of NOT = 0
                       PERFORM MARK-ENTRY-REVERSED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       KEEP-YEAR-ENTRY.
           IF entry-count >= entry-limit
               DISPLAY "Entry table full at " entry-limit
                   "; widen the entry table before rerunning."
               MOVE 'Y' TO table-overflow
               MOVE 'Y' TO end-of-file
           ELSE
               ADD 1 TO entry-count
               MOVE entry-count TO entry-slot
               MOVE trans-id TO ye-transaction-id(entry-slot)
               MOVE trans-account TO ye-account(entry-slot)
               MOVE trans-type TO ye-type(entry-slot)
               MOVE trans-amount TO ye-amount(entry-slot)
               MOVE 'N' TO ye-reversed(entry-slot)
           END-IF.

       MARK-ENTRY-REVERSED.
           IF entry-count > 0
               SET ye-idx TO 1
               SEARCH year-entry
                   AT END
                       CONTINUE
                   WHEN ye-transaction-id(ye-idx) = trans-reversal-of
                       MOVE 'Y' TO ye-reversed(ye-idx)
               END-SEARCH
           END-IF.

       *> -------------------------------
       *> Add every entry left standing into its account's
       *> interest or fee total.  An entry for an account no
       *> longer on file cannot be tied to a customer and is
       *> only counted.
       *> -------------------------------
       TOTAL-ENTRIES-BY-ACCOUNT.
           MOVE 0 TO entry-slot
           PERFORM TOTAL-ONE-ENTRY entry-count TIMES
           IF unknown-account-count > 0
               DISPLAY unknown-account-count
                   " entries for accounts not on file were "
                   "left out."
           END-IF.

       TOTAL-ONE-ENTRY.
           ADD 1 TO entry-slot
           IF ye-reversed(entry-slot) = 'N'
               IF account-count = 0
                   ADD 1 TO unknown-account-count
               ELSE
                   SEARCH ALL account-entry
                       AT END
                           ADD 1 TO unknown-account-count
                       WHEN at-account(at-idx) = ye-account(entry-slot)
                           PERFORM ADD-ENTRY-TO-ACCOUNT
                   END-SEARCH
               END-IF
           END-IF.

       ADD-ENTRY-TO-ACCOUNT.
           IF ye-type(entry-slot) = 'I'
               ADD ye-amount(entry-slot) TO at-interest(at-idx)
           ELSE
               ADD ye-amount(entry-slot) TO at-fees(at-idx)
           END-IF.

       *> -------------------------------
       *> One statement per customer on file, in customer
       *> order, then one for each account left over with
       *> activity but no customer record.
       *> -------------------------------
       PRINT-STATEMENTS.
           PERFORM OPEN-OUTPUT-FILES
           MOVE 'N' TO customer-eof
           OPEN INPUT customer-file
           IF customer-file-status = "35"
               MOVE 'Y' TO customer-eof
           ELSE
               PERFORM READ-NEXT-CUSTOMER
               PERFORM UNTIL customer-eof = 'Y'
                   PERFORM STATEMENT-FOR-CUSTOMER
                   PERFORM READ-NEXT-CUSTOMER
               END-PERFORM
               CLOSE customer-file
           END-IF
           MOVE 0 TO table-slot
           PERFORM STATEMENT-FOR-LEFT-OVER-ACCOUNT account-count TIMES
           PERFORM CLOSE-OUTPUT-FILES.

       READ-NEXT-CUSTOMER.
           READ customer-file NEXT RECORD
               AT END
                   MOVE 'Y' TO customer-eof
           END-READ.

       *> -------------------------------
       *> Total the customer's accounts first; only a customer
       *> with interest or fees in the year gets a statement.
       *> -------------------------------
       STATEMENT-FOR-CUSTOMER.
           MOVE customer-number TO statement-customer
           MOVE customer-name TO statement-name
           MOVE customer-address TO statement-address
           MOVE 0 TO statement-accounts
           MOVE 0 TO statement-interest
           MOVE 0 TO statement-fees
           MOVE 0 TO table-slot
           PERFORM TOTAL-CUSTOMER-ACCOUNT account-count TIMES
           IF statement-accounts > 0
               PERFORM START-STATEMENT
               MOVE 0 TO table-slot
               PERFORM PRINT-CUSTOMER-ACCOUNT account-count TIMES
               PERFORM FINISH-STATEMENT
           END-IF.

       TOTAL-CUSTOMER-ACCOUNT.
           ADD 1 TO table-slot
           IF at-customer(table-slot) = statement-customer
               AND (at-interest(table-slot) NOT = 0
                   OR at-fees(table-slot) NOT = 0)
               ADD 1 TO statement-accounts
               ADD at-interest(table-slot) TO statement-interest
               ADD at-fees(table-slot) TO statement-fees
           END-IF.

       PRINT-CUSTOMER-ACCOUNT.
           ADD 1 TO table-slot
           IF at-customer(table-slot) = statement-customer
               AND (at-interest(table-slot) NOT = 0
                   OR at-fees(table-slot) NOT = 0)
               PERFORM PRINT-ACCOUNT-LINE
           END-IF.

       *> -------------------------------
       *> An account with activity that no customer on file
       *> claimed gets a statement of its own under the holder
       *> name.  With no address it cannot be filed.
       *> -------------------------------
       STATEMENT-FOR-LEFT-OVER-ACCOUNT.
           ADD 1 TO table-slot
           IF at-printed(table-slot) = 'N'
               AND (at-interest(table-slot) NOT = 0
                   OR at-fees(table-slot) NOT = 0)
               MOVE at-customer(table-slot) TO statement-customer
               MOVE at-holder-name(table-slot) TO statement-name
               MOVE "No customer record on file"
                   TO statement-address
               MOVE 1 TO statement-accounts
               MOVE at-interest(table-slot) TO statement-interest
               MOVE at-fees(table-slot) TO statement-fees
               PERFORM START-STATEMENT
               PERFORM PRINT-ACCOUNT-LINE
               ADD 1 TO accounts-not-filed
               PERFORM PRINT-STATEMENT-TOTALS
               MOVE "Not filed: the account has no customer record."
                   TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF.

       *> -------------------------------
       *> Each statement starts on a fresh page.
       *> -------------------------------
       START-STATEMENT.
           ADD 1 TO statements-printed
           IF report-lines > 3
               PERFORM START-REPORT-PAGE
           END-IF
           MOVE statement-customer TO cl-customer
           MOVE statement-name TO cl-name
           MOVE customer-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE statement-address TO al-address
           MOVE address-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE column-head TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       PRINT-ACCOUNT-LINE.
           MOVE 'Y' TO at-printed(table-slot)
           MOVE at-account(table-slot) TO ml-account
           MOVE at-type(table-slot) TO ml-type
           MOVE at-interest(table-slot) TO ml-interest
           MOVE at-fees(table-slot) TO ml-fees
           MOVE account-line TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       PRINT-STATEMENT-TOTALS.
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE statement-interest TO ol-interest
           MOVE statement-fees TO ol-fees
           MOVE total-line TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       *> -------------------------------
       *> Totals, then either the filing record or the flag
       *> that the customer is under the reporting minimum.
       *> -------------------------------
       FINISH-STATEMENT.
           PERFORM PRINT-STATEMENT-TOTALS
           IF statement-interest < reporting-minimum
               ADD 1 TO customers-below-minimum
               MOVE reporting-minimum TO nl-minimum
               MOVE minimum-line TO report-line-work
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 'D' TO td-record-type
               MOVE statement-customer TO td-customer
               MOVE statement-name TO td-customer-name
               MOVE statement-address TO td-customer-address
               MOVE statement-accounts TO td-account-count
               MOVE statement-interest TO td-interest
               MOVE statement-fees TO td-fees
               WRITE tax-detail-record
               ADD 1 TO customers-filed
               ADD statement-customer TO customer-hash
               ADD statement-interest TO interest-hash
               ADD statement-fees TO fee-hash
           END-IF.

       *> -------------------------------
       *> Open the statement print file and the filing extract,
       *> writing the extract header.
       *> -------------------------------
       OPEN-OUTPUT-FILES.
           MOVE "taxstmt-0000.rpt" TO report-file-name
           MOVE tax-year-input TO report-file-name(9:4)
           OPEN OUTPUT report-file
           MOVE 0 TO report-page
           PERFORM START-REPORT-PAGE
           OPEN OUTPUT extract-file
           MOVE 'H' TO th-record-type
           MOVE tax-year-input TO th-tax-year
           MOVE report-date TO th-run-date
           MOVE reporting-minimum TO th-minimum
           WRITE tax-header-record.

       *> -------------------------------
       *> Close the extract with its control trailer and print
       *> the same control totals on a page of their own.
       *> -------------------------------
       CLOSE-OUTPUT-FILES.
           MOVE 'T' TO tt-record-type
           COMPUTE tt-record-count = customers-filed + 2
           MOVE customers-filed TO tt-customer-count
           MOVE customer-hash TO tt-customer-hash
           MOVE interest-hash TO tt-interest-hash
           MOVE fee-hash TO tt-fee-hash
           WRITE tax-trailer-record
           CLOSE extract-file
           PERFORM START-REPORT-PAGE
           MOVE "Filing control totals" TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Statements printed:" TO sm-label
           MOVE statements-printed TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Customers filed:" TO sm-label
           MOVE customers-filed TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Under the reporting minimum:" TO sm-label
           MOVE customers-below-minimum TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Accounts with no customer:" TO sm-label
           MOVE accounts-not-filed TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Entries for unknown accounts:" TO sm-label
           MOVE unknown-account-count TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Customer number hash:" TO sm-label
           MOVE customer-hash TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Interest filed:" TO sa-label
           MOVE interest-hash TO sa-amount
           MOVE summary-amount-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Fees filed:" TO sa-label
           MOVE fee-hash TO sa-amount
           MOVE summary-amount-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           CLOSE report-file.

       START-REPORT-PAGE.
           ADD 1 TO report-page
           MOVE tax-year-input TO rh-year
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
       *> Pick up the official business processing date; the
       *> statements are dated with the day they were run.
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
       END PROGRAM TaxStatement.
