       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeGen.

      *> -------------------------------------------------------
      *> Nightly customer notice run, made by the end-of-day
      *> close once the day's posting is done.  Four events are
      *> noticed:
      *>   OD - a Checking account left overdrawn past its
      *>        overdraft limit by the day's postings, fees
      *>        included;
      *>   SO - an active standing order the posting sweep could
      *>        not post, still sitting at its due date;
      *>   HD - a hold placed today on a deposit;
      *>   DW - an account that will be flagged dormant by the
      *>        dormancy sweep within dormancy-notice-months,
      *>        so the customer can make a deposit in time.
      *> Events are found from account.dat, standord.dat,
      *> holds.dat and the day's entries on transaction.dat, and
      *> gathered to one notice per customer per event type -
      *> two accounts overdrawn the same night make a single OD
      *> notice carrying both amounts.  Notices go to the
      *> mail-house extract notices.dat (header, one detail per
      *> notice addressed from customer.dat, trailer of counts
      *> and hash totals) and to the control report
      *> noticgen-YYYYMMDD.rpt with the count by type.
      *> Every account noticed is kept on the notice history
      *> notehist.dat, so a standing order stuck on the same due
      *> date, or an account still sliding towards dormancy, is
      *> noticed once and not again every night.  A rerun for
      *> the same business date issues the same notices again in
      *> place of the first run's extract, never twice over.
      *> An event on an account with no customer on file cannot
      *> be addressed; it is counted on the report for the
      *> branch to chase.  Only a table overflow gives a non-
      *> zero return code.
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
           SELECT transaction-file ASSIGN TO "transaction.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transaction-file-status.
           SELECT history-file ASSIGN TO "notehist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hs-key
               FILE STATUS IS history-file-status.
           SELECT control-file ASSIGN TO "control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-file-status.
           SELECT extract-file ASSIGN TO "notices.dat"
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

       FD  standing-order-file.
       COPY ORDRREC.

       FD  hold-file.
       COPY HOLDREC.

       FD  transaction-file.
       COPY TRANREC.

      *> -------------------------------------------------------
      *> One record per account per notice ever issued.  The
      *> key leads with the customer, notice type and business
      *> date the notice went out on, so one notice per
      *> customer per type per date can always be traced back
      *> to the accounts it covered.
      *> -------------------------------------------------------
       FD  history-file.
       01  history-record.
           05  hs-key.
               10  hs-customer      PIC 9(5).
               10  hs-type          PIC XX.        *> OD SO HD or DW
               10  hs-date          PIC 9(8).      *> YYYYMMDD Format
               10  hs-account       PIC 9(5).
           05  hs-amount            PIC 9(7)V99.
           05  hs-event-date        PIC 9(8).      *> YYYYMMDD Format

       FD  control-file.
       COPY CTLREC.

       FD  extract-file.
       01  notice-header-record.
           05  nh-record-type       PIC X.         *> 'H'
           05  nh-business-date     PIC 9(8).
       01  notice-detail-record.
           05  nd-record-type       PIC X.         *> 'D'
           05  nd-notice-type       PIC XX.        *> OD=Overdrawn past
                                                    *>    the limit
                                                    *> SO=Standing order
                                                    *>    not paid
                                                    *> HD=Deposit hold
                                                    *>    placed
                                                    *> DW=Dormancy warning
           05  nd-customer          PIC 9(5).
           05  nd-customer-name     PIC X(30).
           05  nd-customer-address  PIC X(40).
           05  nd-account           PIC 9(5).      *> First account
           05  nd-account-count     PIC 9(3).      *> Accounts covered
           05  nd-amount            PIC 9(9)V99.   *> OD=Amount past limit
                                                    *> SO=Order amount
                                                    *> HD=Amount held
                                                    *> DW=Balance
           05  nd-event-date        PIC 9(8).      *> OD=Business date
                                                    *> SO=Date due
                                                    *> HD=Release date
                                                    *> DW=Dormant from
           05  nd-notice-date       PIC 9(8).
       01  notice-trailer-record.
           05  nt-record-type       PIC X.         *> 'T'
           05  nt-record-count      PIC 9(7).      *> Every record in the file
           05  nt-detail-count      PIC 9(7).      *> Notices issued
           05  nt-customer-hash     PIC 9(13).     *> Sum of customer numbers
           05  nt-amount-hash       PIC 9(13)V99.  *> Sum of notice amounts

       FD  report-file.
       01  report-line              PIC X(132).

       WORKING-STORAGE SECTION.
       77  account-file-status      PIC XX VALUE "00".
       77  customer-file-status     PIC XX VALUE "00".
       77  order-file-status        PIC XX VALUE "00".
       77  hold-file-status         PIC XX VALUE "00".
       77  transaction-file-status  PIC XX VALUE "00".
       77  history-file-status      PIC XX VALUE "00".
       77  control-file-status      PIC XX VALUE "00".
       77  extract-file-status      PIC XX VALUE "00".
       77  report-date              PIC 9(8) VALUE 0.
       77  end-of-file              PIC X VALUE 'N'.
       77  history-eof              PIC X VALUE 'N'.
       77  table-slot               PIC 9(5) VALUE 0.
       77  table-overflow           PIC X VALUE 'N'.
       77  customer-file-open       PIC X VALUE 'N'.
       77  look-up-account          PIC 9(5) VALUE 0.
       77  account-slot             PIC 9(5) VALUE 0.
       77  notice-slot              PIC 9(5) VALUE 0.
       77  already-noticed          PIC X VALUE 'N'.
       77  detail-count             PIC 9(7) VALUE 0.
       77  customer-hash            PIC 9(13) VALUE 0.
       77  amount-hash              PIC 9(13)V99 VALUE 0.
       77  past-limit               PIC S9(7)V99 VALUE 0.

      *> -------------------------------------------------------
      *> Dormancy timing.  dormancy-limit-months must match the
      *> menu system's dormancy sweep; the warning goes out once
      *> an account has sat still for the limit less
      *> dormancy-notice-months.
      *> -------------------------------------------------------
       77  dormancy-limit-months    PIC 9(3) VALUE 24.
       77  dormancy-notice-months   PIC 9(3) VALUE 2.
       77  months-inactive          PIC S9(5) VALUE 0.
       77  months-to-dormant        PIC 9(5) VALUE 0.
       77  years-to-dormant         PIC 9(3) VALUE 0.
       77  month-remainder          PIC 99 VALUE 0.
       01  post-date-num            PIC 9(8).
       01  post-date-parts REDEFINES post-date-num.
           05  post-yyyy            PIC 9(4).
           05  post-mm              PIC 99.
           05  post-dd              PIC 99.
       01  act-date-num             PIC 9(8).
       01  act-date-parts REDEFINES act-date-num.
           05  act-yyyy             PIC 9(4).
           05  act-mm               PIC 99.
           05  act-dd               PIC 99.
       01  dormant-date-num         PIC 9(8).
       01  dormant-date-parts REDEFINES dormant-date-num.
           05  dormant-yyyy         PIC 9(4).
           05  dormant-mm           PIC 99.
           05  dormant-dd           PIC 99.
       01  dormant-next-num         PIC 9(8).
       01  dormant-next-parts REDEFINES dormant-next-num.
           05  dormant-next-yyyy    PIC 9(4).
           05  dormant-next-mm      PIC 99.
           05  dormant-next-dd      PIC 99.
       01  dormant-month-end        PIC 9(8).
       01  dormant-month-end-parts REDEFINES dormant-month-end.
           05  FILLER               PIC 9(6).
           05  dormant-last-dd      PIC 99.

      *> -------------------------------------------------------
      *> The event being filed.
      *> -------------------------------------------------------
       01  event-details.
           05  event-customer       PIC 9(5).
           05  event-type           PIC XX.
           05  event-account        PIC 9(5).
           05  event-amount         PIC 9(7)V99.
           05  event-date           PIC 9(8).

      *> -------------------------------------------------------
      *> Notices issued and events left unaddressed, by type, in
      *> the order the types are listed on the report.
      *> -------------------------------------------------------
       01  notice-type-values       PIC X(8) VALUE "ODSOHDDW".
       01  notice-type-list REDEFINES notice-type-values.
           05  notice-type-code     PIC XX OCCURS 4 TIMES.
       01  notice-type-totals.
           05  type-total OCCURS 4 TIMES INDEXED BY tp-idx.
               10  tp-issued        PIC 9(7).
               10  tp-unaddressed   PIC 9(7).
       77  type-slot                PIC 9 VALUE 0.

      *> -------------------------------------------------------
      *> Print-file work fields.  Each run writes its control
      *> report to noticgen-YYYYMMDD.rpt - one durable file per
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
           05  FILLER               PIC X(30) VALUE
               "Customer Notice Control Report".
       01  report-head-2.
           05  FILLER               PIC X(15) VALUE
               "Business date: ".
           05  rh-date              PIC 9(8).
           05  FILLER               PIC X(10) VALUE
               "     Page ".
           05  rh-page              PIC ZZZ9.

       01  column-head.
           05  FILLER               PIC X(40) VALUE
               "Type Cust.    Name                      ".
           05  FILLER               PIC X(37) VALUE
               "      Acct.  No.         Amount  Date".

       01  notice-line.
           05  nl-type              PIC XX.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  nl-customer          PIC 9(5).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  nl-name              PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  nl-account           PIC 9(5).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  nl-account-count     PIC ZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  nl-amount            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  nl-event-date        PIC 9(8).

       01  unaddressed-line.
           05  ul-type              PIC XX.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(32) VALUE
               "No customer on file for account".
           05  ul-account           PIC 9(5).
           05  FILLER               PIC X(18) VALUE
               " - not addressed.".

       01  type-line.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  tl-type              PIC XX.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  tl-description       PIC X(30).
           05  tl-issued            PIC Z(6)9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  tl-unaddressed       PIC Z(6)9.

       01  type-head.
           05  FILLER               PIC X(38) VALUE
               "Notices by type".
           05  FILLER               PIC X(16) VALUE
               " Issued  No addr".

       01  summary-line.
           05  sm-label             PIC X(24).
           05  sm-count             PIC Z(6)9.

      *> -------------------------------------------------------
      *> Every account on file in key order, with what the event
      *> tests need to know about it.  at-posted-today is set
      *> when the day's ledger carries an entry on the account.
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
               10  at-posted-today  PIC X.

      *> -------------------------------------------------------
      *> Holds still held, with hd-today set when the deposit
      *> each one holds was posted on the business date.
      *> -------------------------------------------------------
       77  hold-limit               PIC 9(5) VALUE 2000.
       01  hold-table.
           05  hold-count           PIC 9(5) VALUE 0.
           05  hold-entry OCCURS 1 TO 2000 TIMES
               DEPENDING ON hold-count
               INDEXED BY hd-idx.
               10  hd-account       PIC 9(5).
               10  hd-amount        PIC 9(7)V99.
               10  hd-release-date  PIC 9(8).
               10  hd-transaction-id PIC 9(7).
               10  hd-today         PIC X.

      *> -------------------------------------------------------
      *> Every event found, and the notices they gather into -
      *> one per customer per type.  ev-notice points each
      *> event at its notice.
      *> -------------------------------------------------------
       77  event-limit              PIC 9(5) VALUE 5000.
       01  event-table.
           05  event-count          PIC 9(5) VALUE 0.
           05  event-entry OCCURS 1 TO 5000 TIMES
               DEPENDING ON event-count
               INDEXED BY ev-idx.
               10  ev-notice        PIC 9(5).
               10  ev-account       PIC 9(5).
               10  ev-amount        PIC 9(7)V99.
               10  ev-date          PIC 9(8).
       01  notice-table.
           05  notice-count         PIC 9(5) VALUE 0.
           05  notice-entry OCCURS 1 TO 5000 TIMES
               DEPENDING ON notice-count
               INDEXED BY ne-idx.
               10  ne-customer      PIC 9(5).
               10  ne-type          PIC XX.
               10  ne-account       PIC 9(5).
               10  ne-account-count PIC 9(3).
               10  ne-amount        PIC 9(9)V99.
               10  ne-date          PIC 9(8).
               10  ne-issued        PIC X.

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
           MOVE report-date TO post-date-num
           DISPLAY "-----------------------------------------------"
           DISPLAY "Customer Notice Run"
           DISPLAY "Business date: " report-date
           DISPLAY "-----------------------------------------------"
           MOVE 0 TO event-count
           MOVE 0 TO notice-count
           INITIALIZE notice-type-totals
           PERFORM LOAD-ACCOUNT-TABLE
           IF table-overflow = 'N'
               PERFORM LOAD-HOLD-TABLE
           END-IF
           IF table-overflow = 'N'
               PERFORM SCAN-TRANSACTION-FILE
           END-IF
           IF table-overflow = 'N'
               PERFORM OPEN-REPORT-FILE
               PERFORM OPEN-HISTORY-FILE
               PERFORM FIND-OVERDRAWN-ACCOUNTS
               PERFORM FIND-UNPAID-ORDERS
               PERFORM FIND-HOLDS-PLACED
               PERFORM FIND-PENDING-DORMANCY
               CLOSE history-file
           END-IF
           IF table-overflow = 'Y'
               IF report-page > 0
                   CLOSE report-file
               END-IF
               DISPLAY "Run abandoned; no notices were produced."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-NOTICES
               DISPLAY "-------------------------------------------"
               DISPLAY "Notices issued: " detail-count
           END-IF
           GOBACK.

       *> -------------------------------
       *> Fill the account table with every account on file, in
       *> key order, remembering its customer.
       *> -------------------------------
       LOAD-ACCOUNT-TABLE.
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
               MOVE account-customer-number
                   TO at-customer(table-slot)
               MOVE 'N' TO at-posted-today(table-slot)
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
       *> Keep every hold still held that records the deposit it
       *> holds; the ledger pass finds which were placed today.
       *> -------------------------------
       LOAD-HOLD-TABLE.
           MOVE 0 TO hold-count
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
                           AND hold-transaction-id NOT = 0
                           PERFORM TABLE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF hold-file-status NOT = "35"
               CLOSE hold-file
           END-IF
           MOVE 'N' TO end-of-file.

       TABLE-ONE-HOLD.
           IF hold-count >= hold-limit
               DISPLAY "Hold table full at " hold-limit
                   "; widen the hold table before rerunning."
               MOVE 'Y' TO table-overflow
               MOVE 'Y' TO end-of-file
           ELSE
               ADD 1 TO hold-count
               MOVE hold-account TO hd-account(hold-count)
               MOVE hold-amount TO hd-amount(hold-count)
               MOVE hold-release-date TO hd-release-date(hold-count)
               MOVE hold-transaction-id
                   TO hd-transaction-id(hold-count)
               MOVE 'N' TO hd-today(hold-count)
           END-IF.

       *> -------------------------------
       *> One pass down the live ledger for the business date's
       *> entries: mark each account posted to today, and each
       *> hold whose deposit was posted today.
       *> -------------------------------
       SCAN-TRANSACTION-FILE.
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
                       IF trans-date = report-date
                           PERFORM NOTE-TODAYS-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF transaction-file-status NOT = "35"
               CLOSE transaction-file
           END-IF
           MOVE 'N' TO end-of-file.

       NOTE-TODAYS-ENTRY.
           MOVE trans-account TO look-up-account
           PERFORM FIND-ACCOUNT-SLOT
           IF account-slot > 0
               MOVE 'Y' TO at-posted-today(account-slot)
           END-IF
           IF trans-type = 'D' AND hold-count > 0
               SET hd-idx TO 1
               SEARCH hold-entry
                   AT END
                       CONTINUE
                   WHEN hd-transaction-id(hd-idx) = trans-id
                       MOVE 'Y' TO hd-today(hd-idx)
               END-SEARCH
           END-IF.

       *> -------------------------------
       *> OD: a Checking account posted to today and now further
       *> overdrawn than its limit allows.  The amount is how
       *> far past the limit it stands.
       *> -------------------------------
       FIND-OVERDRAWN-ACCOUNTS.
           MOVE 'N' TO end-of-file
           OPEN INPUT account-file
           PERFORM UNTIL end-of-file = 'Y'
               READ account-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF account-type = 'C'
                           AND account-status NOT = 'C'
                           AND account-balance < 0
                           PERFORM JUDGE-OVERDRAWN-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
           MOVE 'N' TO end-of-file.

       JUDGE-OVERDRAWN-ACCOUNT.
           COMPUTE past-limit = 0 - account-balance - overdraft-limit
           MOVE account-number TO look-up-account
           PERFORM FIND-ACCOUNT-SLOT
           IF past-limit > 0 AND account-slot > 0
               IF at-posted-today(account-slot) = 'Y'
                   MOVE 'OD' TO event-type
                   MOVE account-number TO event-account
                   MOVE account-customer-number TO event-customer
                   MOVE past-limit TO event-amount
                   MOVE report-date TO event-date
                   PERFORM FILE-EVENT
               END-IF
           END-IF.

       *> -------------------------------
       *> SO: an active order still due on or before the
       *> business date after the posting sweep has run is an
       *> order that could not post.  It keeps its due date
       *> until it does, so the customer is told once per
       *> missed due date.
       *> -------------------------------
       FIND-UNPAID-ORDERS.
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
                           AND order-next-due <= report-date
                           PERFORM JUDGE-UNPAID-ORDER
                       END-IF
               END-READ
           END-PERFORM
           IF order-file-status NOT = "35"
               CLOSE standing-order-file
           END-IF
           MOVE 'N' TO end-of-file.

       JUDGE-UNPAID-ORDER.
           MOVE order-account TO look-up-account
           PERFORM FIND-ACCOUNT-SLOT
           MOVE 'SO' TO event-type
           MOVE order-account TO event-account
           MOVE order-amount TO event-amount
           MOVE order-next-due TO event-date
           IF account-slot > 0
               MOVE at-customer(account-slot) TO event-customer
           ELSE
               MOVE 0 TO event-customer
           END-IF
           PERFORM CHECK-ALREADY-NOTICED
           IF already-noticed = 'N'
               PERFORM FILE-EVENT
           END-IF.

       *> -------------------------------
       *> HD: every hold on a deposit posted today.
       *> -------------------------------
       FIND-HOLDS-PLACED.
           MOVE 0 TO table-slot
           PERFORM JUDGE-ONE-HOLD hold-count TIMES.

       JUDGE-ONE-HOLD.
           ADD 1 TO table-slot
           IF hd-today(table-slot) = 'Y'
               MOVE hd-account(table-slot) TO look-up-account
               PERFORM FIND-ACCOUNT-SLOT
               MOVE 'HD' TO event-type
               MOVE hd-account(table-slot) TO event-account
               MOVE hd-amount(table-slot) TO event-amount
               MOVE hd-release-date(table-slot) TO event-date
               IF account-slot > 0
                   MOVE at-customer(account-slot) TO event-customer
               ELSE
                   MOVE 0 TO event-customer
               END-IF
               PERFORM FILE-EVENT
           END-IF.

       *> -------------------------------
       *> DW: an open account the dormancy sweep will flag within
       *> dormancy-notice-months, judged the way the sweep judges
       *> it - an unmatured Term deposit is never flagged, and an
       *> account with no last-activity date has not been seeded
       *> yet.  Told once for each spell of inactivity: any
       *> warning already sent since the last activity stands.
       *> -------------------------------
       FIND-PENDING-DORMANCY.
           MOVE 'N' TO end-of-file
           OPEN INPUT account-file
           PERFORM UNTIL end-of-file = 'Y'
               READ account-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF account-status = 'O'
                           AND account-last-activity NOT = 0
                           AND NOT (account-type = 'T'
                               AND account-maturity-date
                                   > report-date)
                           PERFORM JUDGE-PENDING-DORMANCY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
           MOVE 'N' TO end-of-file.

       JUDGE-PENDING-DORMANCY.
           MOVE account-last-activity TO act-date-num
           COMPUTE months-inactive =
               ((post-yyyy - act-yyyy) * 12)
               + (post-mm - act-mm)
           IF post-dd < act-dd
               SUBTRACT 1 FROM months-inactive
           END-IF
           IF months-inactive < dormancy-limit-months
               AND months-inactive + dormancy-notice-months
                   >= dormancy-limit-months
               PERFORM COMPUTE-DORMANT-DATE
               MOVE 'DW' TO event-type
               MOVE account-number TO event-account
               MOVE account-customer-number TO event-customer
               IF account-balance > 0
                   MOVE account-balance TO event-amount
               ELSE
                   MOVE 0 TO event-amount
               END-IF
               MOVE dormant-date-num TO event-date
               MOVE account-last-activity TO act-date-num
               PERFORM CHECK-ALREADY-NOTICED
               IF already-noticed = 'N'
                   PERFORM FILE-EVENT
               END-IF
           END-IF.

       *> -------------------------------
       *> The date the sweep will first find the account
       *> dormant: dormancy-limit-months after the last
       *> activity, on the same day of the month.  When that
       *> month is too short for the day (last activity on the
       *> 29th to 31st), the sweep first catches the account on
       *> the 1st of the month after, so that is the date given.
       *> -------------------------------
       COMPUTE-DORMANT-DATE.
           COMPUTE months-to-dormant =
               act-mm - 1 + dormancy-limit-months
           DIVIDE months-to-dormant BY 12
               GIVING years-to-dormant
               REMAINDER month-remainder
           COMPUTE dormant-yyyy = act-yyyy + years-to-dormant
           COMPUTE dormant-mm = month-remainder + 1
           MOVE 1 TO dormant-dd
           MOVE dormant-date-num TO dormant-next-num
           IF dormant-mm = 12
               ADD 1 TO dormant-next-yyyy
               MOVE 1 TO dormant-next-mm
           ELSE
               ADD 1 TO dormant-next-mm
           END-IF
           COMPUTE dormant-month-end = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(dormant-next-num) - 1)
           IF act-dd > dormant-last-dd
               MOVE dormant-next-num TO dormant-date-num
           ELSE
               MOVE act-dd TO dormant-dd
           END-IF.

       *> -------------------------------
       *> Look on the notice history for an earlier notice of
       *> this type on this account, made on an earlier business
       *> date but not before event-date (SO) or the last
       *> activity in act-date-num (DW).  Today's own notices do
       *> not count, so a rerun issues them again.
       *> -------------------------------
       CHECK-ALREADY-NOTICED.
           MOVE 'N' TO already-noticed
           IF event-customer NOT = 0
               MOVE event-customer TO hs-customer
               MOVE event-type TO hs-type
               IF event-type = 'SO'
                   MOVE event-date TO hs-date
               ELSE
                   MOVE act-date-num TO hs-date
               END-IF
               MOVE 0 TO hs-account
               MOVE 'N' TO history-eof
               START history-file KEY IS NOT LESS THAN hs-key
                   INVALID KEY
                       MOVE 'Y' TO history-eof
               END-START
               PERFORM UNTIL history-eof = 'Y'
                   READ history-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO history-eof
                       NOT AT END
                           PERFORM JUDGE-HISTORY-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       JUDGE-HISTORY-RECORD.
           IF hs-customer NOT = event-customer
               OR hs-type NOT = event-type
               OR hs-date >= report-date
               MOVE 'Y' TO history-eof
           ELSE
               IF hs-account = event-account
                   MOVE 'Y' TO already-noticed
                   MOVE 'Y' TO history-eof
               END-IF
           END-IF.

       *> -------------------------------
       *> File the event in event-details against its customer's
       *> notice of that type, opening the notice the first time.
       *> An event with no customer to address it to is only
       *> counted.  SO and DW notices carry the earliest date
       *> involved; HD notices the latest release date.
       *> -------------------------------
       FILE-EVENT.
           SET tp-idx TO 1
           SEARCH type-total
               AT END
                   CONTINUE
               WHEN notice-type-code(tp-idx) = event-type
                   SET type-slot TO tp-idx
           END-SEARCH
           MOVE 0 TO notice-slot
           IF notice-count > 0
               SET ne-idx TO 1
               SEARCH notice-entry
                   AT END
                       CONTINUE
                   WHEN ne-customer(ne-idx) = event-customer
                       AND ne-type(ne-idx) = event-type
                       SET notice-slot TO ne-idx
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN table-overflow = 'Y'
                   CONTINUE
               WHEN event-customer = 0
                   PERFORM REPORT-UNADDRESSED-EVENT
               WHEN event-count >= event-limit
                   OR (notice-slot = 0
                       AND notice-count >= event-limit)
                   DISPLAY "Event table full at " event-limit
                       "; widen the event tables before rerunning."
                   MOVE 'Y' TO table-overflow
                   MOVE 'Y' TO end-of-file
               WHEN notice-slot = 0
                   ADD 1 TO notice-count
                   MOVE notice-count TO notice-slot
                   MOVE event-customer TO ne-customer(notice-slot)
                   MOVE event-type TO ne-type(notice-slot)
                   MOVE event-account TO ne-account(notice-slot)
                   MOVE 1 TO ne-account-count(notice-slot)
                   MOVE event-amount TO ne-amount(notice-slot)
                   MOVE event-date TO ne-date(notice-slot)
                   MOVE 'N' TO ne-issued(notice-slot)
                   PERFORM TABLE-ONE-EVENT
               WHEN OTHER
                   ADD 1 TO ne-account-count(notice-slot)
                   ADD event-amount TO ne-amount(notice-slot)
                   IF (event-type = 'HD'
                           AND event-date > ne-date(notice-slot))
                       OR (event-type NOT = 'HD'
                           AND event-date < ne-date(notice-slot))
                       MOVE event-date TO ne-date(notice-slot)
                   END-IF
                   PERFORM TABLE-ONE-EVENT
           END-EVALUATE.

       TABLE-ONE-EVENT.
           ADD 1 TO event-count
           MOVE notice-slot TO ev-notice(event-count)
           MOVE event-account TO ev-account(event-count)
           MOVE event-amount TO ev-amount(event-count)
           MOVE event-date TO ev-date(event-count).

       *> -------------------------------
       *> Unaddressed events go straight to the control report,
       *> opened before the events are gathered.
       *> -------------------------------
       REPORT-UNADDRESSED-EVENT.
           ADD 1 TO tp-unaddressed(type-slot)
           MOVE event-type TO ul-type
           MOVE event-account TO ul-account
           MOVE unaddressed-line TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       *> -------------------------------
       *> Issue every notice gathered: the extract detail, the
       *> report line and a history record for each account the
       *> notice covers.  A customer number no longer on
       *> customer.dat cannot be addressed either.
       *> -------------------------------
       WRITE-NOTICES.
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE column-head TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO customer-file-open
           OPEN INPUT customer-file
           IF customer-file-status = "00"
               MOVE 'Y' TO customer-file-open
           END-IF
           OPEN OUTPUT extract-file
           MOVE 'H' TO nh-record-type
           MOVE report-date TO nh-business-date
           WRITE notice-header-record
           MOVE 0 TO detail-count
           MOVE 0 TO customer-hash
           MOVE 0 TO amount-hash
           MOVE 0 TO notice-slot
           PERFORM ISSUE-ONE-NOTICE notice-count TIMES
           MOVE 'T' TO nt-record-type
           COMPUTE nt-record-count = detail-count + 2
           MOVE detail-count TO nt-detail-count
           MOVE customer-hash TO nt-customer-hash
           MOVE amount-hash TO nt-amount-hash
           WRITE notice-trailer-record
           CLOSE extract-file
           IF customer-file-open = 'Y'
               CLOSE customer-file
           END-IF
           PERFORM OPEN-HISTORY-FILE
           MOVE 0 TO table-slot
           PERFORM RECORD-ONE-EVENT event-count TIMES
           CLOSE history-file
           PERFORM WRITE-TYPE-TOTALS
           CLOSE report-file
           DISPLAY "Report written to " report-file-name
           DISPLAY "Extract written to notices.dat".

       ISSUE-ONE-NOTICE.
           ADD 1 TO notice-slot
           MOVE ne-type(notice-slot) TO event-type
           SET tp-idx TO 1
           SEARCH type-total
               AT END
                   CONTINUE
               WHEN notice-type-code(tp-idx) = event-type
                   SET type-slot TO tp-idx
           END-SEARCH
           MOVE ne-customer(notice-slot) TO customer-number
           IF customer-file-open = 'Y'
               READ customer-file
                   INVALID KEY
                       MOVE ne-account(notice-slot) TO event-account
                       PERFORM REPORT-UNADDRESSED-EVENT
                   NOT INVALID KEY
                       PERFORM WRITE-NOTICE-DETAIL
               END-READ
           ELSE
               MOVE ne-account(notice-slot) TO event-account
               PERFORM REPORT-UNADDRESSED-EVENT
           END-IF.

       WRITE-NOTICE-DETAIL.
           MOVE 'Y' TO ne-issued(notice-slot)
           ADD 1 TO tp-issued(type-slot)
           MOVE 'D' TO nd-record-type
           MOVE ne-type(notice-slot) TO nd-notice-type
           MOVE ne-customer(notice-slot) TO nd-customer
           MOVE customer-name TO nd-customer-name
           MOVE customer-address TO nd-customer-address
           MOVE ne-account(notice-slot) TO nd-account
           MOVE ne-account-count(notice-slot) TO nd-account-count
           MOVE ne-amount(notice-slot) TO nd-amount
           MOVE ne-date(notice-slot) TO nd-event-date
           MOVE report-date TO nd-notice-date
           WRITE notice-detail-record
           ADD 1 TO detail-count
           ADD ne-customer(notice-slot) TO customer-hash
           ADD ne-amount(notice-slot) TO amount-hash
           MOVE ne-type(notice-slot) TO nl-type
           MOVE ne-customer(notice-slot) TO nl-customer
           MOVE customer-name TO nl-name
           MOVE ne-account(notice-slot) TO nl-account
           MOVE ne-account-count(notice-slot) TO nl-account-count
           MOVE ne-amount(notice-slot) TO nl-amount
           MOVE ne-date(notice-slot) TO nl-event-date
           MOVE notice-line TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       *> -------------------------------
       *> History for each account an issued notice covered.  A
       *> rerun for the same date finds its records already
       *> there and leaves them be.
       *> -------------------------------
       RECORD-ONE-EVENT.
           ADD 1 TO table-slot
           MOVE ev-notice(table-slot) TO notice-slot
           IF ne-issued(notice-slot) = 'Y'
               MOVE ne-customer(notice-slot) TO hs-customer
               MOVE ne-type(notice-slot) TO hs-type
               MOVE report-date TO hs-date
               MOVE ev-account(table-slot) TO hs-account
               MOVE ev-amount(table-slot) TO hs-amount
               MOVE ev-date(table-slot) TO hs-event-date
               WRITE history-record
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       *> -------------------------------
       *> Count of notices by type, then the extract totals.
       *> -------------------------------
       WRITE-TYPE-TOTALS.
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE type-head TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO type-slot
           PERFORM WRITE-ONE-TYPE-TOTAL 4 TIMES
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Extract detail records: " TO sm-label
           MOVE detail-count TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-TYPE-TOTAL.
           ADD 1 TO type-slot
           MOVE notice-type-code(type-slot) TO tl-type
           EVALUATE type-slot
               WHEN 1
                   MOVE "Overdrawn past the limit" TO tl-description
               WHEN 2
                   MOVE "Standing order not paid" TO tl-description
               WHEN 3
                   MOVE "Deposit hold placed" TO tl-description
               WHEN OTHER
                   MOVE "Dormancy warning" TO tl-description
           END-EVALUATE
           MOVE tp-issued(type-slot) TO tl-issued
           MOVE tp-unaddressed(type-slot) TO tl-unaddressed
           MOVE type-line TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       *> -------------------------------
       *> Open the notice history for keyed reads and writes,
       *> creating it on first use.
       *> -------------------------------
       OPEN-HISTORY-FILE.
           OPEN I-O history-file
           IF history-file-status = "35"
               OPEN OUTPUT history-file
               CLOSE history-file
               OPEN I-O history-file
           END-IF.

       *> -------------------------------
       *> Open the dated print file and start its first page.
       *> -------------------------------
       OPEN-REPORT-FILE.
           MOVE "noticgen-00000000.rpt" TO report-file-name
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
       *> notices are dated with the day being closed.
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
       END PROGRAM NoticeGen.
