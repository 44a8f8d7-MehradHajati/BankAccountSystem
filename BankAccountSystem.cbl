           SELECT transaction-file ASSIGN TO "transaction.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transaction-file-status.
           SELECT archive-file ASSIGN TO "trnarch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archive-file-status.
           SELECT batch-transaction-file ASSIGN TO "batchtxn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS batch-file-status.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hold-id
               FILE STATUS IS hold-file-status.
           SELECT drawer-file ASSIGN TO "drawer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS drawer-key
               FILE STATUS IS drawer-file-status.
           SELECT report-file ASSIGN TO DYNAMIC report-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.
       FD  transaction-file.
       COPY TRANREC.

       FD  archive-file.
       01  archive-record           PIC X(47).

      *> -------------------------------------------------------
      *> Batch input file - a day's worth of branch/ATM activity
      *> keyed off the same shape as transaction-record, minus
           05  batch-account        PIC 9(5).
           05  batch-type           PIC X.         *> D for Deposit, W for Withdrawal
                                                    *> T for Transfer
                                                    *> N for Returned item
           05  batch-amount         PIC 9(7)V99.
           05  batch-to-account     PIC 9(5).      *> Transfers only - the
                                                    *> account receiving the money
           05  batch-original-id    PIC 9(7).      *> Returned items only -
                                                    *> the deposit's transaction-id

      *> -------------------------------------------------------
      *> Alternate view of the batch file's first line: a header
       FD  control-file.
       COPY CTLREC.

       FD  checkpoint-file.
       COPY CHKPREC.

       FD  suspense-file.
       COPY SUSPREC.

       FD  customer-file.
       COPY CUSTREC.

       FD  standing-order-file.
       COPY ORDRREC.

       FD  audit-file.
       COPY AUDITREC.
       FD  hold-file.
       COPY HOLDREC.

       FD  drawer-file.
       COPY DRAWREC.

       FD  report-file.
       01  report-line              PIC X(132).

       77  end-of-file              PIC X VALUE 'N'.
       77  account-file-status      PIC XX VALUE "00".
       77  transaction-file-status  PIC XX VALUE "00".
       77  archive-file-status      PIC XX VALUE "00".
       77  batch-file-status        PIC XX VALUE "00".
       77  control-file-status      PIC XX VALUE "00".
       77  next-trans-id            PIC 9(7) VALUE 0.
           05  post-type            PIC X.
           05  post-amount          PIC 9(7)V99.
           05  post-to-account      PIC 9(5).
           05  post-original-id     PIC 9(7).

       77  suspense-file-status     PIC XX VALUE "00".
       77  next-suspense-id         PIC 9(5) VALUE 0.

      *> -------------------------------------------------------
      *> Print-file work fields, shared by the suspense report
      *> (suspense-YYYYMMDD.rpt, rewritten per run), the batch
      *> run summary (batchrun-YYYYMMDD.rpt, appended to so
      *> every batch of the day is on file) and the other
      *> per-day reports and statements.  One durable
      *> file per business date, kept on disk until operations
      *> archives it.
      *> -------------------------------------------------------
       77  report-file-name         PIC X(30) VALUE SPACES.
       77  report-file-status       PIC XX VALUE "00".
       77  report-page              PIC 9(4) VALUE 0.
       77  report-lines             PIC 99 VALUE 0.
       77  dormant-count            PIC 9(5) VALUE 0.
       77  dormant-total            PIC S9(9)V99 VALUE 0.

      *> -------------------------------------------------------
      *> Term deposit work fields.  An early break is approved
      *> by a supervisor at the counter before the debit is
      *> applied; CHECK-WITHDRAWAL-RULES lets an unmatured
      *> certificate be debited only while early-break-approved
      *> is 'Y', and the penalty is charged once the debit has
      *> posted.  The batch run and the standing-order sweep
      *> never approve a break, so their debits on an unmatured
      *> certificate go to suspense or fail.
      *> -------------------------------------------------------
       77  term-months-input        PIC 9(3) VALUE 0.
       77  maturity-instruction-input PIC X VALUE SPACE.
       77  payout-account-input     PIC 9(5) VALUE 0.
       77  details-ok               PIC X VALUE 'N'.
       77  term-locked              PIC X VALUE 'N'.
       77  early-break-approved     PIC X VALUE 'N'.
       77  early-break-penalty      PIC 9(7)V99 VALUE 0.
       77  term-months-work         PIC 9(3) VALUE 0.
       77  month-count-work         PIC 9(7) VALUE 0.
       77  month-rem-work           PIC 99 VALUE 0.
       77  maturity-certificate     PIC 9(5) VALUE 0.
       77  maturity-payout          PIC 9(5) VALUE 0.
       77  maturity-principal       PIC S9(7)V99 VALUE 0.
       77  maturity-interest        PIC 9(7)V99 VALUE 0.
       77  maturity-amount          PIC S9(7)V99 VALUE 0.
       77  maturity-payout-ok       PIC X VALUE 'N'.
       77  maturities-rolled        PIC 9(5) VALUE 0.
       77  maturities-paid          PIC 9(5) VALUE 0.
       77  maturities-held          PIC 9(5) VALUE 0.
       77  maturity-interest-total  PIC 9(9)V99 VALUE 0.

       01  maturity-date-work.
           05  mat-date-num         PIC 9(8).
           05  mat-date-split REDEFINES mat-date-num.
               10  mat-yyyy         PIC 9(4).
               10  mat-mm           PIC 99.
               10  mat-dd           PIC 99.

       01  term-audit-image.
           05  tmi-instruction      PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  tmi-payout-account   PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  tmi-maturity-date    PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  tmi-rate             PIC 9.9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  tmi-amount           PIC 9(7).99.

       01  maturity-report-line.
           05  mrl-account          PIC 9(5).
           05  FILLER               PIC XX VALUE SPACES.
           05  mrl-holder           PIC X(20).
           05  FILLER               PIC XX VALUE SPACES.
           05  mrl-principal        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC XX VALUE SPACES.
           05  mrl-interest         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC XX VALUE SPACES.
           05  mrl-action           PIC X(45).

      *> -------------------------------------------------------
      *> Returned-item work fields.  A cheque deposited and then
      *> returned unpaid is debited back as a type N entry
      *> pointing at the original deposit, which also stops the
      *> deposit being returned or reversed a second time.  The
      *> returned-item fee is priced from the parameter file
      *> under fee code N.  Every return is appended to the
      *> day's returned-items report (retitems-YYYYMMDD.rpt).
      *> -------------------------------------------------------
       77  return-trans-id-input    PIC 9(7) VALUE 0.
       77  return-account-check     PIC 9(5) VALUE 0.
       77  returned-item-fee        PIC 9(7)V99 VALUE 0.
       77  returned-hold-id         PIC 9(5) VALUE 0.
       77  returns-on-account       PIC 9(5) VALUE 0.

       01  returned-item-line.
           05  ril-original-id      PIC 9(7).
           05  FILLER               PIC XX VALUE SPACES.
           05  ril-account          PIC 9(5).
           05  FILLER               PIC XX VALUE SPACES.
           05  ril-holder           PIC X(20).
           05  FILLER               PIC XX VALUE SPACES.
           05  ril-amount           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC XX VALUE SPACES.
           05  ril-fee              PIC ZZ,ZZ9.99.
           05  FILLER               PIC XX VALUE SPACES.
           05  ril-hold             PIC X(5).
           05  FILLER               PIC XX VALUE SPACES.
           05  ril-balance          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC XX VALUE SPACES.
           05  ril-returns          PIC ZZZZ9.

      *> -------------------------------------------------------
      *> Overdraft protection work fields.  When a debit would
      *> take a protected Checking account past its overdraft
      *> limit, JUDGE-OVERDRAFT-COVER works out the shortfall and
      *> whether the nominated Savings account can spare it; the
      *> cover is only posted, as a linked transfer pair, once
      *> the debit itself is certain to go through.  The cover
      *> fee is priced under fee code P.  Covers made by a batch
      *> or standing-order run are kept in cover-table for the
      *> batch run report.
      *> -------------------------------------------------------
       77  protect-account-input    PIC 9(5) VALUE 0.
       77  protect-old-account      PIC 9(5) VALUE 0.
       77  protect-ok               PIC X VALUE 'N'.
       77  cover-ok                 PIC X VALUE 'N'.
       77  cover-pending            PIC X VALUE 'N'.
       77  cover-checking           PIC 9(5) VALUE 0.
       77  cover-savings            PIC 9(5) VALUE 0.
       77  cover-customer           PIC 9(5) VALUE 0.
       77  cover-amount             PIC 9(7)V99 VALUE 0.
       77  cover-fee                PIC 9(7)V99 VALUE 0.
       77  cover-limit              PIC 99 VALUE 50.
       77  cover-slot               PIC 99 VALUE 0.
       77  cover-total              PIC 9(9)V99 VALUE 0.

       01  cover-table.
           05  cover-count          PIC 9(5) VALUE 0.
           05  cover-entry OCCURS 50 TIMES.
               10  ce-checking      PIC 9(5).
               10  ce-savings       PIC 9(5).
               10  ce-amount        PIC 9(7)V99.
               10  ce-fee           PIC 9(7)V99.

       01  cover-report-line.
           05  FILLER               PIC X(18) VALUE
               "  Cover: checking ".
           05  crl-checking         PIC 9(5).
           05  FILLER               PIC X(14) VALUE
               " from savings ".
           05  crl-savings          PIC 9(5).
           05  FILLER               PIC XX VALUE SPACES.
           05  crl-amount           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(6) VALUE "  fee ".
           05  crl-fee              PIC ZZ,ZZ9.99.

      *> -------------------------------------------------------
      *> Account closure settlement work fields.  Closing an
      *> account settles it to exactly zero: Savings interest
      *> pro rata from the last interest credit (or the start of
      *> the year, or the open date) to the business date, then
      *> the early-closure charge - an unmatured certificate
      *> pays its break penalty, any other account opened less
      *> than early-closure-months ago pays fee code E - and the
      *> rest paid out in cash or transferred to an account the
      *> customer names.  Each entry posted is kept in
      *> close-table for the closure statement
      *> (closure-NNNNN-YYYYMMDD.rpt).
      *> -------------------------------------------------------
       77  early-closure-months     PIC 99 VALUE 6.
       77  close-ok                 PIC X VALUE 'N'.
       77  close-account-no         PIC 9(5) VALUE 0.
       77  close-holder             PIC X(20) VALUE SPACES.
       77  close-customer           PIC 9(5) VALUE 0.
       77  close-open-holds         PIC 9(5) VALUE 0.
       77  close-opening-balance    PIC S9(7)V99 VALUE 0.
       77  close-interest-from      PIC 9(8) VALUE 0.
       77  close-interest-days      PIC S9(5) VALUE 0.
       77  close-interest           PIC 9(7)V99 VALUE 0.
       77  close-months-open        PIC S9(5) VALUE 0.
       77  close-fee                PIC 9(7)V99 VALUE 0.
       77  close-fee-type           PIC X VALUE SPACE.   *> B=Break E=Early
       77  close-payout             PIC 9(7)V99 VALUE 0.
       77  close-method             PIC X VALUE SPACE.   *> C=Cash T=Transfer
       77  close-to-account         PIC 9(5) VALUE 0.
       77  close-orders-cancelled   PIC 9(5) VALUE 0.
       77  close-slot               PIC 9 VALUE 0.
       77  close-entry-text         PIC X(30) VALUE SPACES.

       01  close-table.
           05  close-count          PIC 9 VALUE 0.
           05  close-entry OCCURS 3 TIMES.
               10  cle-id           PIC 9(7).
               10  cle-description  PIC X(30).
               10  cle-amount       PIC S9(7)V99.
               10  cle-balance      PIC S9(7)V99.

       01  closure-account-line.
           05  FILLER               PIC X(9) VALUE "Account: ".
           05  cal-account          PIC 9(5).
           05  FILLER               PIC X(10) VALUE "  Holder: ".
           05  cal-holder           PIC X(20).
           05  FILLER               PIC X(12) VALUE "  Customer: ".
           05  cal-customer         PIC 9(5).

       01  closure-entry-line.
           05  cel-id               PIC X(7).
           05  FILLER               PIC XX VALUE SPACES.
           05  cel-description      PIC X(30).
           05  FILLER               PIC XX VALUE SPACES.
           05  cel-amount           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC XX VALUE SPACES.
           05  cel-balance          PIC -Z,ZZZ,ZZ9.99.

       01  posting-date-work.
           05  post-date-num        PIC 9(8).
           05  post-date-split REDEFINES post-date-num.
       77  log-type                 PIC X.
       77  log-amount               PIC 9(7)V99.
       77  log-counterparty         PIC 9(5) VALUE 0.
       77  log-channel              PIC X VALUE SPACE.

      *> -------------------------------------------------------
      *> posting-channel is 'C' only while a teller is handing
      *> cash across the counter (menu deposit and withdrawal);
      *> the shared APPLY paragraphs stamp it on the entry so
      *> the drawer proof and the cash monitor can tell counter
      *> cash from batch, standing-order and transfer postings.
      *> -------------------------------------------------------
       77  posting-channel          PIC X VALUE SPACE.

      *> -------------------------------------------------------
      *> Product parameter pricing work fields.  PRICE-ACCOUNT-
      *> account in account-record as of the business date; the
      *> interest and fee sweeps price every account from the
      *> parameter file instead of compiled-in constants.
      *> PRICE-FROM-PARMS does the same for whatever type and
      *> balance are in price-type/price-balance, for pricing
      *> that is not tied to the account in hand.
      *> -------------------------------------------------------
       77  parameter-file-status    PIC XX VALUE "00".
       77  price-type               PIC X VALUE SPACE.
       77  price-balance            PIC S9(7)V99 VALUE 0.
       77  priced-rate              PIC 9V9(4) VALUE 0.
       77  priced-fee               PIC 9(7)V99 VALUE 0.
       77  parm-found               PIC X VALUE 'N'.
           05  FILLER               PIC X VALUE SPACE.
           05  tai-active           PIC X.

      *> -------------------------------------------------------
      *> Cash drawer work fields.  A teller keys the opening
      *> float the first time they handle cash on the business
      *> date and the cash they count each time they exit; a
      *> later count replaces an earlier one.  drawer-opened
      *> notes that this session's teller has a drawer open.
      *> drawers-held counts the day's drawers still waiting
      *> for a supervisor to sign off their over/short.
      *> -------------------------------------------------------
       77  drawer-file-status       PIC XX VALUE "00".
       77  drawer-found             PIC X VALUE 'N'.
       77  drawer-eof               PIC X VALUE 'N'.
       77  drawer-amount-input      PIC 9(7)V99 VALUE 0.
       77  drawers-held             PIC 9(5) VALUE 0.
       77  drawer-opened            PIC X VALUE 'N'.

       01  drawer-audit-image.
           05  dai-expected         PIC -9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  dai-count            PIC 9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  dai-over-short       PIC -9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  dai-status           PIC X.

      *> -------------------------------------------------------
      *> Audit journal work fields - set by the maintaining
      *> paragraph immediately before PERFORM WRITE-AUDIT-ENTRY.
           05  rt-counterparty      PIC 9(5).
           05  rt-teller            PIC 9(4).
           05  rt-reversal-of       PIC 9(7).
           05  rt-channel           PIC X.

       01  reverse-pair.
           05  rp-id                PIC 9(7).
           05  rp-counterparty      PIC 9(5).
           05  rp-teller            PIC 9(4).
           05  rp-reversal-of       PIC 9(7).
           05  rp-channel           PIC X.

      *> -------------------------------------------------------
      *> Every leg that mirrors the one being reversed - the
           05  cand-count           PIC 99 VALUE 0.
           05  cand-entry OCCURS 10 TIMES.
               10  cand-id          PIC 9(7).
               10  cand-details     PIC X(47).
               10  cand-reversed    PIC X.
       77  write-ok                 PIC X VALUE 'N'.
       77  batch-file-present       PIC X VALUE 'N'.
           05  ac-minimum-balance   PIC 9(7)V99.
           05  ac-customer-number   PIC 9(5).
           05  ac-last-activity     PIC 9(8).
           05  ac-term-months       PIC 9(3).
           05  ac-fixed-rate        PIC 9V9(4).
           05  ac-open-date         PIC 9(8).
           05  ac-maturity-date     PIC 9(8).
           05  ac-maturity-instruction PIC X.
           05  ac-payout-account    PIC 9(5).
           05  ac-protect-account   PIC 9(5).

       01  transaction-details.
           05  trans-id             PIC 9(7).
           05  trans-counterparty   PIC 9(5).
           05  trans-teller         PIC 9(4).
           05  trans-reversal-of    PIC 9(7).
           05  trans-channel        PIC X.

      *> -------------------------------------------------------
      *> Set from ADDRESS OF eod-request at entry.  A NULL
      *> driver.  Step codes: HR=release expired deposit holds
      *>                      SO=post standing orders
      *>                      BF=run batch transaction file
      *>                      TM=term deposit maturity run
      *>                      AD=advance business date
      *> The teller the driver signed on is stamped onto every
      *> posting the step makes; eod-result comes back OK or ER.
           IF eod-request-ptr NOT = NULL
               IF eod-step-code = 'HR' OR eod-step-code = 'SO'
                   OR eod-step-code = 'BF' OR eod-step-code = 'AD'
                   OR eod-step-code = 'TM'
                   PERFORM RUN-EOD-STEP
                   GOBACK
               END-IF
               DISPLAY "19. Dormancy Report"
               DISPLAY "20. Release Expired Deposit Holds"
               DISPLAY "21. Find Customer by Name"
               DISPLAY "22. Term Deposit Maturity Run"
               DISPLAY "23. Change Maturity Instruction"
               DISPLAY "24. Return Deposited Item"
               DISPLAY "25. Set Overdraft Protection"
               DISPLAY "26. Sign Off Teller Drawer"
               DISPLAY "99. Exit"
               ACCEPT user-choice
               EVALUATE user-choice
                       PERFORM RELEASE-EXPIRED-HOLDS
                   WHEN 21
                       PERFORM FIND-CUSTOMER-BY-NAME
                   WHEN 22
                       PERFORM POST-MATURITIES
                   WHEN 23
                       PERFORM CHANGE-MATURITY-INSTRUCTION
                   WHEN 24
                       PERFORM RETURN-DEPOSITED-ITEM
                   WHEN 25
                       PERFORM SET-OVERDRAFT-PROTECTION
                   WHEN 26
                       PERFORM SIGN-OFF-TELLER-DRAWER
                   WHEN 99
                       PERFORM COUNT-TELLER-DRAWER
                       DISPLAY "Thank you for using the system."
                   WHEN OTHER
                       DISPLAY "Invalid choice, please try again."
                       AND batch-already-done = 'N'
                       MOVE 'OK' TO eod-result
                   END-IF
               WHEN 'TM'
                   PERFORM POST-MATURITIES
      *>           A payout held for a bad payout account is on the
      *>           listing for the branch; it does not stop the
      *>           close.
                   IF posting-day-status = 'O'
                       MOVE 'OK' TO eod-result
                   END-IF
               WHEN 'AD'
                   PERFORM EOD-ADVANCE-DATE
               WHEN OTHER
       *> checked, so a bad date cannot leave the day blocked.
       *> -------------------------------
       EOD-ADVANCE-DATE.
           PERFORM COUNT-DRAWERS-HELD
           EVALUATE TRUE
               WHEN eod-next-date NOT > posting-date
                   DISPLAY "Next date " eod-next-date
                       " must follow " posting-date
                       "; date not advanced."
               WHEN drawers-held > 0
                   DISPLAY drawers-held " teller drawer(s) await "
                       "supervisor sign-off; date not advanced."
               WHEN OTHER
                   MOVE 'C' TO posting-day-status
                   PERFORM SAVE-BUSINESS-DATE
                   MOVE 'DC' TO log-audit-action
                   MOVE 0 TO log-audit-key
                   MOVE posting-date TO log-audit-old
                   MOVE "CUT OVER" TO log-audit-new
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE 'DA' TO log-audit-action
                   MOVE 0 TO log-audit-key
                   MOVE posting-date TO log-audit-old
                   MOVE eod-next-date TO log-audit-new
                   MOVE eod-next-date TO posting-date
                   MOVE 'O' TO posting-day-status
                   PERFORM SAVE-BUSINESS-DATE
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Business date advanced to " posting-date
                   MOVE 'OK' TO eod-result
           END-EVALUATE.

       *> -------------------------------
       *> Operator sign-on against the teller master file.  No
                       DISPLAY "Signed on: " teller-name
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SHOW-TELLER-DRAWER.

       *> -------------------------------
       *> Tell a teller signing on again the same day that their
       *> drawer is already open.  A drawer is only opened, and
       *> the float taken, when the teller first handles cash,
       *> so a supervisor who signs on only to sign off drawers
       *> or maintain the system has no drawer to prove.
       *> -------------------------------
       SHOW-TELLER-DRAWER.
           MOVE 'N' TO drawer-opened
           PERFORM FIND-TELLER-DRAWER
           IF drawer-found = 'Y'
               MOVE 'Y' TO drawer-opened
               DISPLAY "Drawer open; float " drawer-float
           END-IF
           CLOSE drawer-file.

       OPEN-DRAWER-FOR-CASH.
           IF drawer-opened = 'N'
               PERFORM OPEN-TELLER-DRAWER
           END-IF.

       *> -------------------------------
       *> Open the signed-on teller's cash drawer for the
       *> business date, taking the opening float the first time
       *> they handle cash that day.  A drawer already open for
       *> the date keeps the float already recorded.
       *> -------------------------------
       OPEN-TELLER-DRAWER.
           PERFORM FIND-TELLER-DRAWER
           IF drawer-found = 'Y'
               MOVE 'Y' TO drawer-opened
               DISPLAY "Drawer open; float " drawer-float
           ELSE
               DISPLAY "Enter opening cash float: "
               ACCEPT drawer-amount-input
               MOVE posting-date TO drawer-date
               MOVE signed-on-teller TO drawer-teller
               MOVE drawer-amount-input TO drawer-float
               MOVE 'N' TO drawer-counted
               MOVE 0 TO drawer-count
               MOVE 0 TO drawer-expected
               MOVE 0 TO drawer-over-short
               MOVE SPACE TO drawer-proof-status
               MOVE 0 TO drawer-signed-off-by
               WRITE drawer-record
                   INVALID KEY
                       DISPLAY "Drawer could not be opened."
                   NOT INVALID KEY
                       MOVE 'Y' TO drawer-opened
                       DISPLAY "Drawer opened with float "
                           drawer-float
               END-WRITE
           END-IF
           CLOSE drawer-file.

       *> -------------------------------
       *> Take the teller's cash count at sign-off.  The count
       *> replaces any earlier one for the day, and a drawer
       *> already proved goes back to unproved so the proof run
       *> judges the new figure.  A drawer the proof run has
       *> held, or a supervisor has signed off, keeps its count:
       *> only the supervisor's sign-off clears a held drawer.
       *> -------------------------------
       COUNT-TELLER-DRAWER.
           PERFORM FIND-TELLER-DRAWER
           IF drawer-found = 'N'
               DISPLAY "No cash drawer open for teller "
                   signed-on-teller
           ELSE
               PERFORM COUNT-FOUND-DRAWER
           END-IF
           CLOSE drawer-file.

       COUNT-FOUND-DRAWER.
           IF drawer-proof-status = 'X'
               DISPLAY "Drawer is held for supervisor sign-off; "
                   "count not changed."
           ELSE
               IF drawer-proof-status = 'S'
                   DISPLAY "Drawer has been signed off; "
                       "count not changed."
               ELSE
                   PERFORM TAKE-DRAWER-COUNT
               END-IF
           END-IF.

       TAKE-DRAWER-COUNT.
           DISPLAY "Enter cash counted in drawer: "
           ACCEPT drawer-amount-input
           MOVE drawer-amount-input TO drawer-count
           MOVE 'Y' TO drawer-counted
           MOVE 0 TO drawer-expected
           MOVE 0 TO drawer-over-short
           MOVE SPACE TO drawer-proof-status
           MOVE 0 TO drawer-signed-off-by
           REWRITE drawer-record
           DISPLAY "Drawer count recorded: " drawer-count.

       *> -------------------------------
       *> Find the signed-on teller's drawer for the business
       *> date.  drawer-file is left OPEN I-O on return so the
       *> caller can WRITE or REWRITE; the caller closes it.
       *> -------------------------------
       FIND-TELLER-DRAWER.
           MOVE 'N' TO drawer-found
           PERFORM OPEN-DRAWER-FILE-IO
           MOVE posting-date TO drawer-date
           MOVE signed-on-teller TO drawer-teller
           READ drawer-file
               INVALID KEY
                   MOVE 'N' TO drawer-found
               NOT INVALID KEY
                   MOVE 'Y' TO drawer-found
           END-READ.

       OPEN-DRAWER-FILE-IO.
           OPEN I-O drawer-file
           IF drawer-file-status = "35"
               OPEN OUTPUT drawer-file
               CLOSE drawer-file
               OPEN I-O drawer-file
           END-IF.

       *> -------------------------------
       *> Supervisor sign-off of a drawer the teller proof run
       *> found out beyond tolerance, or never counted.  The
       *> supervisor must be signed on and cannot sign off their
       *> own drawer.
       *> -------------------------------
       SIGN-OFF-TELLER-DRAWER.
           IF signed-on-authority NOT = 'S'
               DISPLAY "Supervisor authority required."
           ELSE
               DISPLAY "Enter teller id whose drawer to sign off: "
               ACCEPT teller-id-input
               IF teller-id-input = signed-on-teller
                   DISPLAY "A supervisor cannot sign off their "
                       "own drawer."
               ELSE
                   PERFORM OPEN-DRAWER-FILE-IO
                   MOVE posting-date TO drawer-date
                   MOVE teller-id-input TO drawer-teller
                   READ drawer-file
                       INVALID KEY
                           DISPLAY "No drawer for that teller on "
                               posting-date
                       NOT INVALID KEY
                           PERFORM SIGN-OFF-FOUND-DRAWER
                   END-READ
                   CLOSE drawer-file
               END-IF
           END-IF.

       SIGN-OFF-FOUND-DRAWER.
           IF drawer-proof-status NOT = 'X'
               DISPLAY "Drawer is not awaiting sign-off."
           ELSE
               DISPLAY "Opening float: " drawer-float
               DISPLAY "Expected:      " drawer-expected
               IF drawer-counted = 'Y'
                   DISPLAY "Counted:       " drawer-count
                   DISPLAY "Over/short:    " drawer-over-short
               ELSE
                   DISPLAY "Drawer was never counted."
               END-IF
               DISPLAY "Sign off this drawer? (Y/N): "
               ACCEPT yes-no-input
               IF yes-no-input = 'Y'
                   PERFORM BUILD-DRAWER-AUDIT-IMAGE
                   MOVE drawer-audit-image TO log-audit-old
                   MOVE 'S' TO drawer-proof-status
                   MOVE signed-on-teller TO drawer-signed-off-by
                   REWRITE drawer-record
                   MOVE 'TS' TO log-audit-action
                   MOVE drawer-teller TO log-audit-key
                   PERFORM BUILD-DRAWER-AUDIT-IMAGE
                   MOVE drawer-audit-image TO log-audit-new
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Drawer signed off."
               ELSE
                   DISPLAY "Sign-off cancelled."
               END-IF
           END-IF.

       *> -------------------------------
       *> Pack the drawer currently in drawer-record into the
       *> fixed audit image.
       *> -------------------------------
       BUILD-DRAWER-AUDIT-IMAGE.
           MOVE drawer-expected TO dai-expected
           MOVE drawer-count TO dai-count
           MOVE drawer-over-short TO dai-over-short
           MOVE drawer-proof-status TO dai-status.

       *> -------------------------------
       *> Count the business date's drawers still waiting for a
       *> supervisor's sign-off.  The date may not be advanced
       *> while any remain.
       *> -------------------------------
       COUNT-DRAWERS-HELD.
           MOVE 0 TO drawers-held
           MOVE 'N' TO drawer-eof
           PERFORM OPEN-DRAWER-FILE-IO
           MOVE posting-date TO drawer-date
           MOVE 0 TO drawer-teller
           START drawer-file KEY IS NOT LESS THAN drawer-key
               INVALID KEY
                   MOVE 'Y' TO drawer-eof
           END-START
           PERFORM UNTIL drawer-eof = 'Y'
               READ drawer-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO drawer-eof
                   NOT AT END
                       IF drawer-date NOT = posting-date
                           MOVE 'Y' TO drawer-eof
                       ELSE
                           IF drawer-proof-status = 'X'
                               ADD 1 TO drawers-held
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE drawer-file.

       *> -------------------------------
       *> Find a teller on the teller master file, leaving the
           ACCEPT account-no-input
           DISPLAY "Enter account holder's name (20 characters): "
           ACCEPT account-holder-input
           DISPLAY "Enter account type (S for Savings, C for "
               "Checking, T for Term deposit): "
           ACCEPT account-type-input
           MOVE 0 TO overdraft-limit-input
           MOVE 0 TO minimum-balance-input
           MOVE 0 TO protect-account-input
           MOVE 'Y' TO details-ok
           EVALUATE account-type-input
               WHEN 'C'
                   DISPLAY "Enter overdraft limit for this account: "
                   ACCEPT overdraft-limit-input
                   PERFORM TAKE-PROTECTING-ACCOUNT
               WHEN 'T'
                   PERFORM TAKE-TERM-DEPOSIT-DETAILS
               WHEN OTHER
                   DISPLAY "Enter minimum balance for this account: "
                   ACCEPT minimum-balance-input
           END-EVALUATE
           IF details-ok = 'Y'
               PERFORM WRITE-NEW-ACCOUNT
           ELSE
               DISPLAY "Account not created."
           END-IF.

       *> -------------------------------
       *> Build the new account from the details taken and write
       *> it.  A term deposit is priced from the Term deposit
       *> parameters as of the business date; its rate is then
       *> fixed for the term.
       *> -------------------------------
       WRITE-NEW-ACCOUNT.
           MOVE account-no-input TO ac-number
           MOVE account-holder-input TO ac-holder
           MOVE account-type-input TO ac-type
           MOVE minimum-balance-input TO ac-minimum-balance
           MOVE customer-no-input TO ac-customer-number
           MOVE posting-date TO ac-last-activity
           MOVE posting-date TO ac-open-date
           MOVE 0 TO ac-term-months
           MOVE 0 TO ac-fixed-rate
           MOVE 0 TO ac-maturity-date
           MOVE SPACE TO ac-maturity-instruction
           MOVE 0 TO ac-payout-account
           MOVE protect-account-input TO ac-protect-account
           IF account-type-input = 'T'
               MOVE 'T' TO price-type
               MOVE 0 TO price-balance
               PERFORM PRICE-FROM-PARMS
               IF parm-found = 'N'
                   DISPLAY "No Term deposit parameter on file; "
                       "rate fixed at zero."
               END-IF
               MOVE term-months-input TO ac-term-months
               MOVE priced-rate TO ac-fixed-rate
               MOVE posting-date TO mat-date-num
               MOVE term-months-input TO term-months-work
               PERFORM COMPUTE-MATURITY-DATE
               MOVE mat-date-num TO ac-maturity-date
               MOVE maturity-instruction-input
                   TO ac-maturity-instruction
               MOVE payout-account-input TO ac-payout-account
           END-IF
           PERFORM OPEN-ACCOUNT-FILE-IO
           MOVE 'N' TO write-ok
           WRITE account-record FROM account-details
               DISPLAY "Customer Number: " ac-customer-number
               DISPLAY "Account Type: " ac-type
               DISPLAY "Initial Balance: " ac-balance
               IF ac-type = 'T'
                   DISPLAY "Term (months): " ac-term-months
                       " Fixed rate: " ac-fixed-rate
                   DISPLAY "Matures on: " ac-maturity-date
                       " Instruction: " ac-maturity-instruction
               END-IF
               IF ac-protect-account > 0
                   DISPLAY "Overdraft protected by: "
                       ac-protect-account
               END-IF
           END-IF.

       *> -------------------------------
       *> Offer overdraft protection on a new Checking account.
       *> The protecting account must be an open Savings account
       *> of the customer the new account is being opened for.
       *> -------------------------------
       TAKE-PROTECTING-ACCOUNT.
           DISPLAY "Enter protecting Savings account "
               "(0 for none): "
           ACCEPT protect-account-input
           IF protect-account-input > 0
               MOVE customer-no-input TO cover-customer
               PERFORM OPEN-ACCOUNT-FILE-IO
               PERFORM JUDGE-PROTECTING-ACCOUNT
               CLOSE account-file
               IF protect-ok = 'N'
                   MOVE 'N' TO details-ok
               END-IF
           END-IF.

       *> -------------------------------
       *> Can protect-account-input protect a Checking account
       *> of customer cover-customer?  account-file is open; the
       *> candidate is left in account-record and protect-ok
       *> comes back 'Y' when it will do.
       *> -------------------------------
       JUDGE-PROTECTING-ACCOUNT.
           MOVE 'N' TO protect-ok
           MOVE protect-account-input TO account-number
           READ account-file
               INVALID KEY
                   DISPLAY "Protecting account not found."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN account-type NOT = 'S'
                           DISPLAY "Protecting account must be a "
                               "Savings account."
                       WHEN account-customer-number
                           NOT = cover-customer
                           DISPLAY "Protecting account belongs to "
                               "another customer."
                       WHEN account-status NOT = 'O'
                           DISPLAY "Protecting account is not "
                               "open."
                       WHEN OTHER
                           MOVE 'Y' TO protect-ok
                   END-EVALUATE
           END-READ.

       *> -------------------------------
       *> Nominate, change or remove the Savings account that
       *> protects a Checking account.  Every change lands on
       *> the audit journal.
       *> -------------------------------
       SET-OVERDRAFT-PROTECTION.
           DISPLAY "Enter Checking account number: "
           ACCEPT account-no-input
           PERFORM FIND-ACCOUNT
           IF found = 'N'
               DISPLAY "Account not found."
           ELSE
               IF account-type NOT = 'C'
                   OR account-status NOT = 'O'
                   DISPLAY "Not an open Checking account."
               ELSE
                   PERFORM CHANGE-PROTECTING-ACCOUNT
               END-IF
           END-IF
           CLOSE account-file.

       CHANGE-PROTECTING-ACCOUNT.
           MOVE account-protect-account TO protect-old-account
           MOVE account-customer-number TO cover-customer
           DISPLAY "Current protecting account: "
               account-protect-account
           DISPLAY "Enter protecting Savings account "
               "(0 to remove): "
           ACCEPT protect-account-input
           MOVE 'Y' TO protect-ok
           IF protect-account-input > 0
               PERFORM JUDGE-PROTECTING-ACCOUNT
           END-IF
           IF protect-ok = 'Y'
               MOVE account-no-input TO account-number
               READ account-file
               MOVE protect-account-input
                   TO account-protect-account
               REWRITE account-record
               MOVE 'OP' TO log-audit-action
               MOVE account-number TO log-audit-key
               MOVE protect-old-account TO log-audit-old
               MOVE protect-account-input TO log-audit-new
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "Overdraft protection updated."
           ELSE
               DISPLAY "Protection not changed."
           END-IF.

       *> -------------------------------
       *> Take the term and the customer's maturity instruction
       *> for a new certificate.  details-ok comes back 'Y'
       *> when they are usable.
       *> -------------------------------
       TAKE-TERM-DEPOSIT-DETAILS.
           MOVE 'N' TO details-ok
           DISPLAY "Enter term in months: "
           ACCEPT term-months-input
           IF term-months-input = 0
               DISPLAY "Term must be at least one month."
           ELSE
               PERFORM TAKE-MATURITY-INSTRUCTION
           END-IF.

       *> -------------------------------
       *> Take what is to happen at maturity: roll over for
       *> another term, or pay out to a named account.  Whether
       *> the payout account is open is policed by the maturity
       *> sweep, which holds the funds on the certificate when
       *> it cannot pay them out.
       *> -------------------------------
       TAKE-MATURITY-INSTRUCTION.
           MOVE 'N' TO details-ok
           MOVE 0 TO payout-account-input
           DISPLAY "At maturity: R=Roll over, P=Pay out: "
           ACCEPT maturity-instruction-input
           EVALUATE maturity-instruction-input
               WHEN 'R'
                   MOVE 'Y' TO details-ok
               WHEN 'P'
                   DISPLAY "Enter account to pay out to: "
                   ACCEPT payout-account-input
                   IF payout-account-input = 0
                       DISPLAY "A payout account is required."
                   ELSE
                       MOVE 'Y' TO details-ok
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid maturity instruction."
           END-EVALUATE.

       *> -------------------------------
       *> Add term-months-work months to the date in
       *> mat-date-num.  Maturity days past the 28th are pinned
       *> to the 28th, as monthly standing orders are, so every
       *> month has the day.
       *> -------------------------------
       COMPUTE-MATURITY-DATE.
           COMPUTE month-count-work =
               (mat-yyyy * 12) + (mat-mm - 1) + term-months-work
           DIVIDE month-count-work BY 12
               GIVING mat-yyyy REMAINDER month-rem-work
           COMPUTE mat-mm = month-rem-work + 1
           IF mat-dd > 28
               MOVE 28 TO mat-dd
           END-IF.

       *> -------------------------------
           ACCEPT account-no-input
           DISPLAY "Enter deposit amount: "
           ACCEPT deposit-amount
           PERFORM OPEN-DRAWER-FOR-CASH
           MOVE 'C' TO posting-channel
           PERFORM APPLY-DEPOSIT
           MOVE SPACE TO posting-channel
           IF apply-result = 'OK'
               DISPLAY "Money deposited successfully."
               PERFORM OFFER-DEPOSIT-HOLD
           MOVE deposit-amount TO hold-amount
           MOVE hold-release-input TO hold-release-date
           MOVE 'H' TO hold-status
      *>   transaction-details still holds the deposit just logged.
           MOVE trans-id TO hold-transaction-id
           WRITE hold-record
           CLOSE hold-file
           DISPLAY "Hold " hold-id " placed for " hold-amount
                       MOVE account-no-input TO log-account
                       MOVE 'D' TO log-type
                       MOVE deposit-amount TO log-amount
                       MOVE posting-channel TO log-channel
                       PERFORM LOG-TRANSACTION
                       MOVE 'OK' TO apply-result
                   ELSE
           CLOSE account-file.

       *> -------------------------------
       *> A deposited cheque has come back unpaid: debit the
       *> account with a returned-item entry against the original
       *> deposit, cancel the hold still on it and charge the
       *> returned-item fee.
       *> -------------------------------
       RETURN-DEPOSITED-ITEM.
           DISPLAY "Enter transaction ID of the returned deposit: "
           ACCEPT return-trans-id-input
           MOVE 0 TO return-account-check
           PERFORM APPLY-RETURNED-ITEM
           IF apply-result = 'OK'
               DISPLAY "Returned item posted against account "
                   account-number
               DISPLAY "Amount returned:   " rt-amount
               DISPLAY "Returned-item fee: " returned-item-fee
               IF returned-hold-id > 0
                   DISPLAY "Hold " returned-hold-id " cancelled."
               END-IF
               DISPLAY "Updated Balance:   " account-balance
               DISPLAY "Returns on this account: "
                   returns-on-account
           ELSE
               DISPLAY apply-message
           END-IF.

       *> -------------------------------
       *> Return the deposit named in return-trans-id-input.
       *> Used by the interactive menu and by RUN-BATCH-FILE; a
       *> batch record also names the account, which must be
       *> the deposit's own (return-account-check, zero from the
       *> menu).  The debit is forced - the bank has already
       *> lost the money - so no overdraft or minimum-balance
       *> rule applies, but a closed account is refused.  Sets
       *> apply-result to 'OK' or 'ER' and apply-message with
       *> the reason on rejection.
       *> -------------------------------
       APPLY-RETURNED-ITEM.
           MOVE 'ER' TO apply-result
           MOVE SPACES TO apply-message
           MOVE SPACES TO apply-reason
                   TO apply-message
               MOVE 'CO' TO apply-reason
           ELSE
               PERFORM APPLY-RETURNED-ITEM-POSTING
           END-IF.

       APPLY-RETURNED-ITEM-POSTING.
           MOVE return-trans-id-input TO reverse-trans-id-input
           PERFORM FIND-REVERSE-TARGET
           EVALUATE TRUE
               WHEN reverse-found = 'N'
                   MOVE "Original deposit not found."
                       TO apply-message
                   MOVE 'RT' TO apply-reason
               WHEN rt-type NOT = 'D'
                   MOVE "Original entry is not a deposit."
                       TO apply-message
                   MOVE 'RT' TO apply-reason
               WHEN target-reversed = 'Y'
                   MOVE "Deposit already returned or reversed."
                       TO apply-message
                   MOVE 'RT' TO apply-reason
               WHEN return-account-check NOT = 0
                   AND return-account-check NOT = rt-account
                   MOVE "Deposit was made to another account."
                       TO apply-message
                   MOVE 'RT' TO apply-reason
               WHEN OTHER
                   PERFORM POST-RETURNED-ITEM
           END-EVALUATE.

       POST-RETURNED-ITEM.
           MOVE rt-account TO account-no-input
           PERFORM FIND-ACCOUNT
           IF found = 'N'
               MOVE "Account not found." TO apply-message
               MOVE 'NF' TO apply-reason
           ELSE
               IF account-status = 'C'
                   MOVE "Account is closed." TO apply-message
                   MOVE 'NO' TO apply-reason
               ELSE
                   SUBTRACT rt-amount FROM account-balance
                   REWRITE account-record
                   MOVE rt-account TO log-account
                   MOVE 'N' TO log-type
                   MOVE rt-amount TO log-amount
                   MOVE rt-id TO log-reversal-of
                   PERFORM LOG-TRANSACTION
                   MOVE 'N' TO price-type
                   MOVE 0 TO price-balance
                   PERFORM PRICE-FROM-PARMS
                   MOVE priced-fee TO returned-item-fee
                   IF returned-item-fee > 0
                       SUBTRACT returned-item-fee
                           FROM account-balance
                       REWRITE account-record
                       MOVE rt-account TO log-account
                       MOVE 'F' TO log-type
                       MOVE returned-item-fee TO log-amount
                       PERFORM LOG-TRANSACTION
                   END-IF
                   PERFORM CANCEL-RETURNED-HOLD
                   PERFORM COUNT-ACCOUNT-RETURNS
                   PERFORM WRITE-RETURNED-ITEM-REPORT
                   MOVE 'OK' TO apply-result
               END-IF
           END-IF
           CLOSE account-file.

       *> -------------------------------
       *> Cancel the hold still standing on the returned
       *> deposit.  Holds placed before holds carried their
       *> deposit's transaction-id are matched on account and
       *> amount instead.  At most one hold is cancelled.
       *> -------------------------------
       CANCEL-RETURNED-HOLD.
           MOVE 0 TO returned-hold-id
           MOVE 'N' TO hold-eof
           PERFORM OPEN-HOLD-FILE-IO
           PERFORM READ-NEXT-HOLD
           PERFORM UNTIL hold-eof = 'Y'
               IF returned-hold-id = 0
                   AND hold-status = 'H'
                   AND hold-account = rt-account
                   AND (hold-transaction-id = rt-id
                       OR (hold-transaction-id = 0
                           AND hold-amount = rt-amount))
                   MOVE 'C' TO hold-status
                   REWRITE hold-record
                   MOVE hold-id TO returned-hold-id
               END-IF
               PERFORM READ-NEXT-HOLD
           END-PERFORM
           CLOSE hold-file.

       *> -------------------------------
       *> How many items have been returned on the account in
       *> account-record, this one included, over the whole live
       *> ledger - the repeat-offender count on the report.
       *> -------------------------------
       COUNT-ACCOUNT-RETURNS.
           MOVE 0 TO returns-on-account
           MOVE 'N' TO end-of-file
           OPEN INPUT transaction-file
           PERFORM UNTIL end-of-file = 'Y'
               READ transaction-file INTO transaction-details
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF trans-account = account-number
                           AND trans-type = 'N'
                           ADD 1 TO returns-on-account
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transaction-file
           MOVE 'N' TO end-of-file.

       *> -------------------------------
       *> Append the return just posted to the business date's
       *> returned-items report, so the branch can contact the
       *> customer.  The page heading goes on when the day's file
       *> is first created.
       *> -------------------------------
       WRITE-RETURNED-ITEM-REPORT.
           MOVE "retitems-00000000.rpt" TO report-file-name
           MOVE posting-date TO report-file-name(10:8)
           MOVE "Returned Items Report" TO rh-title
           MOVE 0 TO report-lines
           OPEN EXTEND report-file
           IF report-file-status = "35"
               OPEN OUTPUT report-file
               MOVE 0 TO report-page
               PERFORM START-REPORT-PAGE
               MOVE
                   "Deposit  Acct   Holder                      Amount"
                   TO report-line-work
               MOVE "        Fee  Hold         Balance Returns"
                   TO report-line-work(51:41)
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE rt-id TO ril-original-id
           MOVE account-number TO ril-account
           MOVE account-holder-name TO ril-holder
           MOVE rt-amount TO ril-amount
           MOVE returned-item-fee TO ril-fee
           IF returned-hold-id > 0
               MOVE returned-hold-id TO ril-hold
           ELSE
               MOVE "NONE" TO ril-hold
           END-IF
           MOVE account-balance TO ril-balance
           MOVE returns-on-account TO ril-returns
           MOVE returned-item-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           CLOSE report-file.

       *> -------------------------------
       *> Withdraw money from an account
       *> -------------------------------
       WITHDRAW-MONEY.
           DISPLAY "Enter account number to withdraw money: "
           ACCEPT account-no-input
           DISPLAY "Enter withdrawal amount: "
           ACCEPT withdraw-amount
           PERFORM OFFER-EARLY-BREAK
           PERFORM OPEN-DRAWER-FOR-CASH
           MOVE 'C' TO posting-channel
           PERFORM APPLY-WITHDRAWAL
           MOVE SPACE TO posting-channel
           PERFORM CLEAR-EARLY-BREAK
           IF apply-result = 'OK'
               DISPLAY "Money withdrawn successfully."
               DISPLAY "Updated Balance: " account-balance
           ELSE
               DISPLAY apply-message
           END-IF.

       *> -------------------------------
       *> Before a counter debit on a certificate that has not
       *> matured, tell the teller what breaking it costs and
       *> take the supervisor's approval.  Works on the account
       *> in account-no-input; leaves early-break-approved 'Y'
       *> and the penalty in early-break-penalty when the break
       *> is approved.
       *> -------------------------------
       OFFER-EARLY-BREAK.
           PERFORM CLEAR-EARLY-BREAK
           PERFORM FIND-ACCOUNT
           IF found = 'Y'
               AND account-type = 'T'
               AND account-maturity-date > posting-date
               PERFORM PRICE-ACCOUNT-FROM-PARMS
               DISPLAY "Certificate " account-number
                   " does not mature until " account-maturity-date
               DISPLAY "Breaking it early costs a penalty of "
                   priced-fee
               DISPLAY "Break the certificate early? (Y/N): "
               ACCEPT yes-no-input
               IF yes-no-input = 'Y'
                   PERFORM GET-DUAL-AUTHORIZATION
                   IF dual-auth-ok = 'Y'
                       MOVE 'Y' TO early-break-approved
                       MOVE priced-fee TO early-break-penalty
                   END-IF
               END-IF
           END-IF
           CLOSE account-file.

       CLEAR-EARLY-BREAK.
           MOVE 'N' TO early-break-approved
           MOVE 0 TO early-break-penalty.

       *> -------------------------------
       *> Charge the early-break penalty on the certificate in
       *> account-record, just debited with account-file still
       *> open, and journal the supervisor-approved break.
       *> -------------------------------
       CHARGE-EARLY-BREAK-PENALTY.
           PERFORM BUILD-TERM-AUDIT-IMAGE
           MOVE term-audit-image TO log-audit-old
           IF early-break-penalty > 0
               SUBTRACT early-break-penalty FROM account-balance
               REWRITE account-record
               MOVE account-number TO log-account
               MOVE 'F' TO log-type
               MOVE early-break-penalty TO log-amount
               PERFORM LOG-TRANSACTION
           END-IF
           MOVE 'EB' TO log-audit-action
           MOVE account-number TO log-audit-key
           MOVE early-break-penalty TO tmi-amount
           MOVE term-audit-image TO log-audit-new
           PERFORM WRITE-AUDIT-ENTRY
           MOVE 'N' TO early-break-approved.

       *> -------------------------------
       *> Pack the certificate terms in account-record into the
       *> fixed audit image.
       *> -------------------------------
       BUILD-TERM-AUDIT-IMAGE.
           MOVE account-maturity-instruction TO tmi-instruction
           MOVE account-payout-account TO tmi-payout-account
           MOVE account-maturity-date TO tmi-maturity-date
           MOVE account-fixed-rate TO tmi-rate
           MOVE 0 TO tmi-amount.

       *> -------------------------------
       *> Apply a withdrawal to account-no-input/withdraw-amount.
       *> Used by the interactive menu and by RUN-BATCH-FILE.
       *> Checking accounts may go negative down to their stored
       *> overdraft-limit; Savings accounts may not drop below
       *> their stored minimum-balance.
       *> -------------------------------
       APPLY-WITHDRAWAL.
           MOVE 'ER' TO apply-result
           MOVE SPACES TO apply-message
           MOVE SPACES TO apply-reason
           MOVE 'N' TO cover-pending
           IF posting-day-status NOT = 'O'
               MOVE "Business day is cut over - posting blocked."
                   TO apply-message
               MOVE 'CO' TO apply-reason
           ELSE
               PERFORM APPLY-WITHDRAWAL-POSTING
           END-IF.

       APPLY-WITHDRAWAL-POSTING.
           PERFORM FIND-ACCOUNT
           IF found = 'Y'
               IF account-status NOT = 'O'
                   MOVE "Account is not open for transactions."
                       TO apply-message
                   MOVE 'NO' TO apply-reason
               ELSE
                   COMPUTE new-balance =
                       account-balance - withdraw-amount
                   PERFORM CHECK-WITHDRAWAL-RULES
                   IF withdrawal-ok = 'N'
                       PERFORM TRY-OVERDRAFT-COVER
                   END-IF
                   IF withdrawal-ok = 'Y'
                       IF cover-pending = 'Y'
                           PERFORM POST-OVERDRAFT-COVER
                           COMPUTE new-balance =
                               account-balance - withdraw-amount
                       END-IF
                       MOVE new-balance TO account-balance
                       MOVE posting-date
                           TO account-last-activity
                       REWRITE account-record
                       MOVE account-no-input TO log-account
                       MOVE 'W' TO log-type
                       MOVE withdraw-amount TO log-amount
                       MOVE posting-channel TO log-channel
                       PERFORM LOG-TRANSACTION
                       IF early-break-approved = 'Y'
                           PERFORM CHARGE-EARLY-BREAK-PENALTY
                       END-IF
                       IF cover-pending = 'Y'
                           PERFORM CHARGE-PROTECTION-FEE
                       END-IF
                       MOVE 'OK' TO apply-result
                   ELSE
                       IF term-locked = 'Y'
                           MOVE "Certificate has not yet matured."
                               TO apply-message
                           MOVE 'TM' TO apply-reason
                       ELSE
                           MOVE "Invalid withdrawal amount."
                               TO apply-message
                           MOVE 'LM' TO apply-reason
                       END-IF
                   END-IF
               END-IF
           ELSE
       *> against the available balance - the proposed ledger
       *> balance minus the account's unexpired deposit holds -
       *> so nobody draws against an uncleared cheque.
       *> A Term deposit cannot be debited before its maturity
       *> date (term-locked comes back 'Y') unless an early break
       *> has been approved, and then only if what is left also
       *> covers the penalty.
       *> -------------------------------
       CHECK-WITHDRAWAL-RULES.
           MOVE 'N' TO withdrawal-ok
           MOVE 'N' TO term-locked
           PERFORM COMPUTE-HELD-TOTAL
           COMPUTE available-after = new-balance - held-total
           EVALUATE account-type
                   IF available-after >= minimum-balance
                       MOVE 'Y' TO withdrawal-ok
                   END-IF
               WHEN 'T'
                   IF account-maturity-date > posting-date
                       AND early-break-approved NOT = 'Y'
                       MOVE 'Y' TO term-locked
                   ELSE
                       IF available-after >= early-break-penalty
                           MOVE 'Y' TO withdrawal-ok
                       END-IF
                   END-IF
               WHEN OTHER
                   IF available-after >= 0
                       MOVE 'Y' TO withdrawal-ok
                   END-IF
           END-EVALUATE.

       *> -------------------------------
       *> A debit on the Checking account in account-record has
       *> just failed the withdrawal rules.  If the account is
       *> protected and its Savings account can cover the
       *> shortfall, let the debit through with the cover
       *> pending: withdrawal-ok comes back 'Y', cover-pending
       *> 'Y' and the shortfall in cover-amount.
       *> -------------------------------
       TRY-OVERDRAFT-COVER.
           IF account-type = 'C'
               AND account-protect-account > 0
               PERFORM JUDGE-OVERDRAFT-COVER
               IF cover-ok = 'Y'
                   MOVE 'Y' TO cover-pending
                   MOVE 'Y' TO withdrawal-ok
               END-IF
           END-IF.

       *> -------------------------------
       *> Work out the shortfall - what the debit leaves below
       *> the overdraft limit on the available balance - and see
       *> whether the protecting account can give it up within
       *> its own minimum balance and holds.  The protecting
       *> account must still be an open Savings account of the
       *> same customer.  account-file is open; the Checking
       *> account is read back into account-record on the way
       *> out.
       *> -------------------------------
       JUDGE-OVERDRAFT-COVER.
           MOVE 'N' TO cover-ok
           MOVE account-number TO cover-checking
           MOVE account-customer-number TO cover-customer
           MOVE account-protect-account TO cover-savings
           COMPUTE cover-amount =
               0 - overdraft-limit - available-after
           MOVE cover-savings TO account-number
           READ account-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF account-type = 'S'
                       AND account-status = 'O'
                       AND account-customer-number = cover-customer
                       COMPUTE new-balance =
                           account-balance - cover-amount
                       PERFORM CHECK-WITHDRAWAL-RULES
                       IF withdrawal-ok = 'Y'
                           MOVE 'Y' TO cover-ok
                       END-IF
                   END-IF
           END-READ
           MOVE 'N' TO withdrawal-ok
           MOVE cover-checking TO account-number
           READ account-file.

       *> -------------------------------
       *> Move the shortfall from the protecting Savings account
       *> into the Checking account as a linked transfer pair,
       *> and price the cover fee.  Leaves the Checking account
       *> in account-record with the cover in its balance.
       *> -------------------------------
       POST-OVERDRAFT-COVER.
           MOVE cover-savings TO account-number
           READ account-file
           SUBTRACT cover-amount FROM account-balance
           MOVE posting-date TO account-last-activity
           REWRITE account-record
           MOVE cover-savings TO log-account
           MOVE 'T' TO log-type
           MOVE cover-amount TO log-amount
           MOVE cover-checking TO log-counterparty
           PERFORM LOG-TRANSACTION
           MOVE cover-checking TO account-number
           READ account-file
           ADD cover-amount TO account-balance
           REWRITE account-record
           MOVE cover-checking TO log-account
           MOVE 'R' TO log-type
           MOVE cover-amount TO log-amount
           MOVE cover-savings TO log-counterparty
           PERFORM LOG-TRANSACTION
           MOVE 'P' TO price-type
           MOVE 0 TO price-balance
           PERFORM PRICE-FROM-PARMS
           MOVE priced-fee TO cover-fee
           ADD 1 TO cover-count
           ADD cover-amount TO cover-total
           IF cover-count <= cover-limit
               MOVE cover-checking TO ce-checking(cover-count)
               MOVE cover-savings TO ce-savings(cover-count)
               MOVE cover-amount TO ce-amount(cover-count)
               MOVE cover-fee TO ce-fee(cover-count)
           END-IF
           DISPLAY "Overdraft cover of " cover-amount
               " from Savings account " cover-savings.

       *> -------------------------------
       *> Charge the cover fee on the Checking account in
       *> account-record once the covered debit has posted.
       *> The fee is a charge for a service already given, so
       *> it is taken whatever it does to the balance.
       *> -------------------------------
       CHARGE-PROTECTION-FEE.
           IF cover-fee > 0
               SUBTRACT cover-fee FROM account-balance
               REWRITE account-record
               MOVE account-number TO log-account
               MOVE 'F' TO log-type
               MOVE cover-fee TO log-amount
               PERFORM LOG-TRANSACTION
           END-IF
           MOVE 'N' TO cover-pending.

       *> -------------------------------
       *> Sum the unexpired holds against the account currently
       *> in account-record.  Holds whose release date has come
           ACCEPT transfer-to-input
           DISPLAY "Enter transfer amount: "
           ACCEPT transfer-amount
           MOVE transfer-from-input TO account-no-input
           PERFORM OFFER-EARLY-BREAK
           PERFORM APPLY-TRANSFER
           PERFORM CLEAR-EARLY-BREAK
           IF apply-result = 'OK'
               DISPLAY "Money transferred successfully."
           ELSE
           MOVE SPACES TO apply-message
           MOVE SPACES TO apply-reason
           MOVE 'N' TO transfer-ok
           MOVE 'N' TO cover-pending
           IF posting-day-status NOT = 'O'
               MOVE "Business day is cut over - posting blocked."
                   TO apply-message
           IF apply-message = SPACES
               PERFORM CHECK-TRANSFER-ACCOUNTS
               IF transfer-ok = 'Y'
                   IF cover-pending = 'Y'
                       PERFORM POST-OVERDRAFT-COVER
                   END-IF
                   PERFORM POST-TRANSFER-LEGS
                   MOVE 'OK' TO apply-result
               END-IF
                       TO apply-message
                   MOVE 'NO' TO apply-reason
               ELSE
                   COMPUTE new-balance =
                       account-balance - transfer-amount
                   PERFORM CHECK-WITHDRAWAL-RULES
                   IF withdrawal-ok = 'N'
                       PERFORM TRY-OVERDRAFT-COVER
                       IF withdrawal-ok = 'Y'
                           COMPUTE new-balance = account-balance
                               - transfer-amount + cover-amount
                       END-IF
                   END-IF
                   IF withdrawal-ok = 'N'
                       IF term-locked = 'Y'
                           MOVE "Certificate has not yet matured."
                               TO apply-message
                           MOVE 'TM' TO apply-reason
                       ELSE
                           MOVE
                               "Transfer would breach source limits."
                               TO apply-message
                           MOVE 'LM' TO apply-reason
                       END-IF
                   ELSE
                       MOVE new-balance TO transfer-from-balance
                       PERFORM CHECK-TRANSFER-DESTINATION
                   END-IF
               END-IF
           END-IF.

       *> -------------------------------
       *> Second half of the transfer validation: the destination
       *> account must exist and be open before anything posts.
       *> -------------------------------
       CHECK-TRANSFER-DESTINATION.
           MOVE transfer-to-input TO account-number
           READ account-file
               INVALID KEY
                   MOVE "Destination account not found."
                       TO apply-message
                   MOVE 'NF' TO apply-reason
               NOT INVALID KEY
                   IF account-status NOT = 'O'
                       MOVE "Destination account is not open."
                           TO apply-message
                       MOVE 'NO' TO apply-reason
                   ELSE
                       MOVE 'Y' TO transfer-ok
                   END-IF
           END-READ.

       *> -------------------------------
       *> Post both legs of a validated transfer: debit the
       *> source first, then credit the destination, logging a
       *> linked pair of ledger entries (type T out, type R in)
       *> each carrying the other account as counterparty.
       *> -------------------------------
       POST-TRANSFER-LEGS.
           MOVE transfer-from-input TO account-number
           READ account-file
           MOVE transfer-from-balance TO account-balance
           MOVE posting-date TO account-last-activity
           REWRITE account-record
           MOVE transfer-from-input TO log-account
           MOVE 'T' TO log-type
           MOVE transfer-amount TO log-amount
           MOVE transfer-to-input TO log-counterparty
           PERFORM LOG-TRANSACTION
           IF early-break-approved = 'Y'
               PERFORM CHARGE-EARLY-BREAK-PENALTY
           END-IF
           IF cover-pending = 'Y'
               PERFORM CHARGE-PROTECTION-FEE
           END-IF
           MOVE transfer-to-input TO account-number
           READ account-file
           ADD transfer-amount TO account-balance
           MOVE posting-date TO account-last-activity
           REWRITE account-record
           MOVE transfer-to-input TO log-account
           MOVE 'R' TO log-type
           MOVE transfer-amount TO log-amount
           MOVE transfer-from-input TO log-counterparty
           PERFORM LOG-TRANSACTION.

       *> -------------------------------
       *> Close or freeze an account
       *> -------------------------------
       CLOSE-ACCOUNT.
           DISPLAY "Enter account number to close: "
           ACCEPT account-no-input
           PERFORM FIND-ACCOUNT
           IF found = 'Y'
               DISPLAY "Enter new status (C=Closed, F=Frozen): "
               ACCEPT new-status-input
               EVALUATE new-status-input
                   WHEN 'C'
                       PERFORM SETTLE-ACCOUNT-CLOSURE
                   WHEN 'F'
                       PERFORM GET-DUAL-AUTHORIZATION
                       IF dual-auth-ok = 'Y'
                           MOVE account-status TO old-status-held
                           MOVE new-status-input TO account-status
                           REWRITE account-record
                           MOVE 'AS' TO log-audit-action
                           MOVE account-no-input TO log-audit-key
                           MOVE old-status-held TO log-audit-old
                           MOVE new-status-input TO log-audit-new
                           PERFORM WRITE-AUDIT-ENTRY
                           DISPLAY "Account status updated."
                       ELSE
                           DISPLAY "Status not changed."
                       END-IF
                   WHEN OTHER
                       DISPLAY "Invalid status code."
               END-EVALUATE
           ELSE
               DISPLAY "Account not found."
           END-IF
           CLOSE account-file.

       *> -------------------------------
       *> Close the account in account-record as a full
       *> settlement, with account-file open I-O.  Nothing posts
       *> until the teller has shown the customer the quote, the
       *> payout is settled and a supervisor has approved; then
       *> interest, charge and payout post, the account is
       *> closed at zero, its standing orders are cancelled and
       *> the closure statement is printed.
       *> -------------------------------
       SETTLE-ACCOUNT-CLOSURE.
           MOVE 0 TO close-count
           PERFORM CHECK-CLOSURE-ALLOWED
           IF close-ok = 'Y'
               PERFORM QUOTE-ACCOUNT-CLOSURE
               PERFORM TAKE-CLOSURE-PAYOUT
           END-IF
           IF close-ok = 'Y'
               PERFORM GET-DUAL-AUTHORIZATION
               IF dual-auth-ok = 'Y'
                   PERFORM POST-ACCOUNT-CLOSURE
                   PERFORM CANCEL-CLOSED-ACCOUNT-ORDERS
                   PERFORM WRITE-CLOSURE-STATEMENT
                   DISPLAY "Account " close-account-no
                       " closed and settled at zero."
                   DISPLAY "Standing orders cancelled: "
                       close-orders-cancelled
               ELSE
                   MOVE 'N' TO close-ok
               END-IF
           END-IF
           IF close-ok = 'N'
               DISPLAY "Account not closed."
           END-IF.

       *> -------------------------------
       *> An account can only be closed on an open business day,
       *> from open or dormant status - a frozen account stays
       *> frozen until it is released - with no deposit hold
       *> still 'H' -
       *> whatever its release date - and not while overdrawn.
       *> -------------------------------
       CHECK-CLOSURE-ALLOWED.
           MOVE 'N' TO close-ok
           MOVE account-number TO close-account-no
           MOVE account-holder-name TO close-holder
           MOVE account-customer-number TO close-customer
           MOVE account-balance TO close-opening-balance
           IF posting-day-status NOT = 'O'
               DISPLAY "Business day is cut over - posting blocked."
           ELSE
               IF account-status NOT = 'O'
                   AND account-status NOT = 'D'
                   DISPLAY "Only an open or dormant account can be "
                       "closed."
               ELSE
                   PERFORM COUNT-OPEN-HOLDS
                   IF close-open-holds > 0
                       DISPLAY "Deposit holds still in force: "
                           close-open-holds
                   ELSE
                       IF account-balance < 0
                           DISPLAY "Account is overdrawn - clear the "
                               "overdraft before closing."
                       ELSE
                           MOVE 'Y' TO close-ok
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> -------------------------------
       *> Count the holds still 'H' on the account in
       *> account-record, expired or not - an expired hold the
       *> release run has not yet cleared still blocks a close.
       *> -------------------------------
       COUNT-OPEN-HOLDS.
           MOVE 0 TO close-open-holds
           MOVE 'N' TO hold-eof
           PERFORM OPEN-HOLD-FILE-IO
           PERFORM READ-NEXT-HOLD
           PERFORM UNTIL hold-eof = 'Y'
               IF hold-account = account-number
                   AND hold-status = 'H'
                   ADD 1 TO close-open-holds
               END-IF
               PERFORM READ-NEXT-HOLD
           END-PERFORM
           CLOSE hold-file.

       *> -------------------------------
       *> Work out the settlement for the account in
       *> account-record and show it to the teller.  The charge
       *> is capped at what the account holds, so the payout
       *> never goes below zero.
       *> -------------------------------
       QUOTE-ACCOUNT-CLOSURE.
           MOVE 0 TO close-interest
           MOVE 0 TO close-fee
           MOVE SPACE TO close-fee-type
           IF account-type = 'S'
               PERFORM COMPUTE-CLOSURE-INTEREST
           END-IF
           PERFORM PRICE-CLOSURE-FEE
           IF close-fee > account-balance + close-interest
               COMPUTE close-fee = account-balance + close-interest
           END-IF
           COMPUTE close-payout =
               account-balance + close-interest - close-fee
           DISPLAY "Closure settlement for account " close-account-no
           DISPLAY "  Balance:            " account-balance
           DISPLAY "  Interest to date:   " close-interest
           DISPLAY "  Closure charge:     " close-fee
           DISPLAY "  Paid to customer:   " close-payout.

       *> -------------------------------
       *> Savings interest from the latest of the last interest
       *> credit, the start of the business year and the open
       *> date, up to the business date, at the account's annual
       *> rate from the parameter file on an actual/365 basis.
       *> -------------------------------
       COMPUTE-CLOSURE-INTEREST.
           PERFORM PRICE-ACCOUNT-FROM-PARMS
           PERFORM FIND-LAST-INTEREST-DATE
           MOVE posting-date TO act-date-num
           MOVE 1 TO act-mm
           MOVE 1 TO act-dd
           IF act-date-num > close-interest-from
               MOVE act-date-num TO close-interest-from
           END-IF
           IF account-open-date > close-interest-from
               MOVE account-open-date TO close-interest-from
           END-IF
           COMPUTE close-interest-days =
               FUNCTION INTEGER-OF-DATE(posting-date)
               - FUNCTION INTEGER-OF-DATE(close-interest-from)
           IF account-balance > 0 AND close-interest-days > 0
               COMPUTE close-interest ROUNDED =
                   account-balance * priced-rate
                   * close-interest-days / 365
           END-IF.

       *> -------------------------------
       *> Date of the latest interest credit for the account in
       *> account-record, zero if none.  The archive is read
       *> before the live ledger, since a mid-year archive cutoff
       *> can move this year's credits off transaction.dat.  No
       *> archive yet is not an error.
       *> -------------------------------
       FIND-LAST-INTEREST-DATE.
           MOVE 0 TO close-interest-from
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
                           PERFORM NOTE-INTEREST-CREDIT
                   END-READ
               END-PERFORM
               CLOSE archive-file
           END-IF
           MOVE 'N' TO end-of-file
           OPEN INPUT transaction-file
           PERFORM UNTIL end-of-file = 'Y'
               READ transaction-file INTO transaction-details
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM NOTE-INTEREST-CREDIT
               END-READ
           END-PERFORM
           CLOSE transaction-file
           MOVE 'N' TO end-of-file.

       NOTE-INTEREST-CREDIT.
           IF trans-account = account-number
               AND trans-type = 'I'
               AND trans-date > close-interest-from
               MOVE trans-date TO close-interest-from
           END-IF.

       *> -------------------------------
       *> An unmatured certificate pays its early-break penalty;
       *> any other account opened less than early-closure-months
       *> before the business date pays the early-closure fee,
       *> priced under fee code E.  Accounts with no open date on
       *> file predate the fee and are not charged.
       *> -------------------------------
       PRICE-CLOSURE-FEE.
           IF account-type = 'T'
               AND account-maturity-date > posting-date
               PERFORM PRICE-ACCOUNT-FROM-PARMS
               MOVE priced-fee TO close-fee
               MOVE 'B' TO close-fee-type
           ELSE
               IF account-open-date > 0
                   MOVE posting-date TO post-date-num
                   MOVE account-open-date TO act-date-num
                   COMPUTE close-months-open =
                       ((post-yyyy - act-yyyy) * 12)
                       + (post-mm - act-mm)
                   IF post-dd < act-dd
                       SUBTRACT 1 FROM close-months-open
                   END-IF
                   IF close-months-open < early-closure-months
                       MOVE 'E' TO price-type
                       MOVE 0 TO price-balance
                       PERFORM PRICE-FROM-PARMS
                       MOVE priced-fee TO close-fee
                       MOVE 'E' TO close-fee-type
                   END-IF
               END-IF
           END-IF.

       *> -------------------------------
       *> Take how the customer wants the money - cash over the
       *> counter or a transfer to an account they name - and
       *> their agreement to the quote.  Leaves close-ok 'N' if
       *> either is refused.
       *> -------------------------------
       TAKE-CLOSURE-PAYOUT.
           MOVE 'C' TO close-method
           MOVE 0 TO close-to-account
           IF close-payout > 0
               DISPLAY "Pay out the balance as C=Cash or "
                   "T=Transfer: "
               ACCEPT close-method
               EVALUATE close-method
                   WHEN 'C'
                       PERFORM OPEN-DRAWER-FOR-CASH
                   WHEN 'T'
                       DISPLAY "Enter account to transfer to: "
                       ACCEPT close-to-account
                       PERFORM CHECK-CLOSURE-DESTINATION
                   WHEN OTHER
                       DISPLAY "Invalid payout method."
                       MOVE 'N' TO close-ok
               END-EVALUATE
           END-IF
           IF close-ok = 'Y'
               DISPLAY "Close the account on these terms? (Y/N): "
               ACCEPT yes-no-input
               IF yes-no-input NOT = 'Y'
                   MOVE 'N' TO close-ok
               END-IF
           END-IF.

       *> -------------------------------
       *> The named account must exist, be open and not be a
       *> certificate - the same test a certificate payout
       *> account has to pass.  The account being closed is
       *> read back into account-record afterwards.
       *> -------------------------------
       CHECK-CLOSURE-DESTINATION.
           IF close-to-account = close-account-no
               DISPLAY "Cannot transfer to the account being closed."
               MOVE 'N' TO close-ok
           ELSE
               MOVE close-to-account TO account-number
               READ account-file
                   INVALID KEY
                       DISPLAY "Destination account not found."
                       MOVE 'N' TO close-ok
                   NOT INVALID KEY
                       IF account-status NOT = 'O'
                           DISPLAY "Destination account is not open."
                           MOVE 'N' TO close-ok
                       ELSE
                           IF account-type = 'T'
                               DISPLAY "Destination account is a "
                                   "certificate."
                               MOVE 'N' TO close-ok
                           END-IF
                       END-IF
               END-READ
               MOVE close-account-no TO account-number
               READ account-file
           END-IF.

       *> -------------------------------
       *> Post the approved settlement to the account in
       *> account-record: interest, then the charge, then the
       *> payout that brings the balance to zero, closing the
       *> account with the payout's rewrite.  A transfer payout
       *> is credited to the named account as the R leg of a
       *> linked pair, the same way POST-TRANSFER-LEGS does it.
       *> -------------------------------
       POST-ACCOUNT-CLOSURE.
           IF close-interest > 0
               ADD close-interest TO account-balance
               REWRITE account-record
               MOVE account-number TO log-account
               MOVE 'I' TO log-type
               MOVE close-interest TO log-amount
               PERFORM LOG-TRANSACTION
               MOVE "Interest to closure date" TO close-entry-text
               PERFORM RECORD-CLOSURE-ENTRY
           END-IF
           IF close-fee > 0
               IF close-fee-type = 'B'
                   MOVE close-fee TO early-break-penalty
                   PERFORM CHARGE-EARLY-BREAK-PENALTY
                   MOVE "Early-break penalty" TO close-entry-text
               ELSE
                   SUBTRACT close-fee FROM account-balance
                   REWRITE account-record
                   MOVE account-number TO log-account
                   MOVE 'F' TO log-type
                   MOVE close-fee TO log-amount
                   PERFORM LOG-TRANSACTION
                   MOVE "Early-closure fee" TO close-entry-text
               END-IF
               PERFORM RECORD-CLOSURE-ENTRY
           END-IF
           MOVE account-status TO old-status-held
           MOVE 0 TO account-balance
           MOVE 'C' TO account-status
           MOVE posting-date TO account-last-activity
           REWRITE account-record
           IF close-payout > 0
               MOVE account-number TO log-account
               MOVE close-payout TO log-amount
               IF close-method = 'T'
                   MOVE 'T' TO log-type
                   MOVE close-to-account TO log-counterparty
                   PERFORM LOG-TRANSACTION
                   MOVE "Balance transferred to 00000"
                       TO close-entry-text
                   MOVE close-to-account TO close-entry-text(24:5)
               ELSE
                   MOVE 'W' TO log-type
                   MOVE 'C' TO log-channel
                   PERFORM LOG-TRANSACTION
                   MOVE "Balance paid out in cash"
                       TO close-entry-text
               END-IF
               PERFORM RECORD-CLOSURE-ENTRY
           END-IF
           MOVE 'AS' TO log-audit-action
           MOVE close-account-no TO log-audit-key
           MOVE old-status-held TO log-audit-old
           MOVE 'C' TO log-audit-new
           PERFORM WRITE-AUDIT-ENTRY
           IF close-payout > 0 AND close-method = 'T'
               MOVE close-to-account TO account-number
               READ account-file
               ADD close-payout TO account-balance
               MOVE posting-date TO account-last-activity
               REWRITE account-record
               MOVE close-to-account TO log-account
               MOVE 'R' TO log-type
               MOVE close-payout TO log-amount
               MOVE close-account-no TO log-counterparty
               PERFORM LOG-TRANSACTION
           END-IF.

       *> -------------------------------
       *> Keep the entry LOG-TRANSACTION just wrote, with
       *> close-entry-text and the account's balance after it,
       *> for the closure statement.  Debits print negative.
       *> -------------------------------
       RECORD-CLOSURE-ENTRY.
           ADD 1 TO close-count
           MOVE trans-id TO cle-id(close-count)
           MOVE close-entry-text TO cle-description(close-count)
           IF log-type = 'I'
               MOVE log-amount TO cle-amount(close-count)
           ELSE
               COMPUTE cle-amount(close-count) = 0 - log-amount
           END-IF
           MOVE account-balance TO cle-balance(close-count).

       *> -------------------------------
       *> Cancel every active standing order drawn on the closed
       *> account or paying into it, so none of them keeps
       *> failing in the nightly run.
       *> -------------------------------
       CANCEL-CLOSED-ACCOUNT-ORDERS.
           MOVE 0 TO close-orders-cancelled
           MOVE 'N' TO end-of-file
           PERFORM OPEN-ORDER-FILE-IO
           PERFORM READ-NEXT-STANDING-ORDER
           PERFORM UNTIL end-of-file = 'Y'
               IF order-status = 'A'
                   AND (order-account = close-account-no
                       OR (order-type = 'T'
                           AND order-to-account = close-account-no))
                   PERFORM CANCEL-ORDER-RECORD
                   ADD 1 TO close-orders-cancelled
               END-IF
               PERFORM READ-NEXT-STANDING-ORDER
           END-PERFORM
           CLOSE standing-order-file
           MOVE 'N' TO end-of-file.

       *> -------------------------------
       *> Print the customer's closure statement: the balance
       *> the account was closed from, each settlement entry
       *> posted and the zero closing balance.
       *> -------------------------------
       WRITE-CLOSURE-STATEMENT.
           MOVE "closure-00000-00000000.rpt" TO report-file-name
           MOVE close-account-no TO report-file-name(9:5)
           MOVE posting-date TO report-file-name(15:8)
           MOVE "Account Closure Statement" TO rh-title
           OPEN OUTPUT report-file
           MOVE 0 TO report-page
           PERFORM START-REPORT-PAGE
           MOVE close-account-no TO cal-account
           MOVE close-holder TO cal-holder
           MOVE close-customer TO cal-customer
           MOVE closure-account-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Entry    Description" TO report-line-work
           MOVE "Amount" TO report-line-work(49:6)
           MOVE "Balance" TO report-line-work(63:7)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO closure-entry-line
           MOVE "Opening balance" TO cel-description
           MOVE close-opening-balance TO cel-balance
           MOVE closure-entry-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO close-slot
           PERFORM WRITE-ONE-CLOSURE-ENTRY
               UNTIL close-slot >= close-count
           MOVE SPACES TO closure-entry-line
           MOVE "Closing balance" TO cel-description
           MOVE 0 TO cel-balance
           MOVE closure-entry-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Standing orders cancelled: " TO report-line-work
           MOVE close-orders-cancelled TO report-line-work(28:5)
           PERFORM WRITE-REPORT-LINE
           CLOSE report-file.

       WRITE-ONE-CLOSURE-ENTRY.
           ADD 1 TO close-slot
           MOVE cle-id(close-slot) TO cel-id
           MOVE cle-description(close-slot) TO cel-description
           MOVE cle-amount(close-slot) TO cel-amount
           MOVE cle-balance(close-slot) TO cel-balance
           MOVE closure-entry-line TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       *> -------------------------------
       *> Find account based on account number.  account-file is
       *> it.  Accounts converted before the last-activity date
       *> existed carry zero there; the sweep seeds them with
       *> the business date instead of flagging the whole book
       *> dormant on day one.  A certificate sits still by design
       *> until it matures, so an unmatured Term deposit is never
       *> flagged.
       *> -------------------------------
       DORMANCY-SWEEP.
           MOVE 0 TO dormant-flagged
           PERFORM READ-NEXT-ACCOUNT
           PERFORM UNTIL end-of-file = 'Y'
               IF account-status = 'O'
                   AND NOT (account-type = 'T'
                       AND account-maturity-date > posting-date)
                   PERFORM JUDGE-DORMANCY
               END-IF
               PERFORM READ-NEXT-ACCOUNT
           DISPLAY "Dormant accounts: " dormant-count
           DISPLAY "Combined balance: " dormant-total.

       *> -------------------------------
       *> Term deposit maturity run.  Every open certificate whose
       *> maturity date the business date has reached is credited
       *> with its interest for the term at the rate fixed on it,
       *> then paid out or rolled over as the customer instructed.
       *> Each certificate handled goes on the day's maturity
       *> listing (maturity-YYYYMMDD.rpt, appended to per run).
       *> -------------------------------
       POST-MATURITIES.
           IF posting-day-status NOT = 'O'
               DISPLAY "Business day is cut over - posting blocked."
           ELSE
               PERFORM MATURITY-SWEEP
           END-IF.

       MATURITY-SWEEP.
           MOVE 0 TO maturities-rolled
           MOVE 0 TO maturities-paid
           MOVE 0 TO maturities-held
           MOVE 0 TO maturity-interest-total
           MOVE "maturity-00000000.rpt" TO report-file-name
           MOVE posting-date TO report-file-name(10:8)
           MOVE "Term Deposit Maturity Listing" TO rh-title
           OPEN EXTEND report-file
           IF report-file-status = "35"
               OPEN OUTPUT report-file
               CLOSE report-file
               OPEN EXTEND report-file
           END-IF
           MOVE 0 TO report-page
           PERFORM START-REPORT-PAGE
           MOVE "Acct   Holder                    Principal"
               TO report-line-work
           MOVE "Interest  Action" TO report-line-work(49:16)
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO end-of-file
           PERFORM OPEN-ACCOUNT-FILE-IO
           PERFORM READ-NEXT-ACCOUNT
           PERFORM UNTIL end-of-file = 'Y'
               IF account-type = 'T'
                   AND account-status = 'O'
                   AND account-maturity-date > 0
                   AND account-maturity-date <= posting-date
                   PERFORM MATURE-CERTIFICATE
               END-IF
               PERFORM READ-NEXT-ACCOUNT
           END-PERFORM
           CLOSE account-file
           MOVE 'N' TO end-of-file
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Certificates rolled over:" TO brl-label
           MOVE maturities-rolled TO brl-count
           MOVE batch-report-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Certificates paid out:   " TO brl-label
           MOVE maturities-paid TO brl-count
           MOVE batch-report-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Payouts held:            " TO brl-label
           MOVE maturities-held TO brl-count
           MOVE batch-report-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO report-line-work
           MOVE maturity-interest-total TO mrl-interest
           STRING "Maturity interest paid:  " mrl-interest
               DELIMITED BY SIZE INTO report-line-work
           PERFORM WRITE-REPORT-LINE
           CLOSE report-file
           DISPLAY "Maturity run complete."
           DISPLAY "Certificates rolled over: " maturities-rolled
           DISPLAY "Certificates paid out:    " maturities-paid
           DISPLAY "Payouts held:             " maturities-held
           DISPLAY "Interest paid:            "
               maturity-interest-total
           DISPLAY "Report written to " report-file-name.

       *> -------------------------------
       *> Mature the certificate in account-record: credit the
       *> term's interest, act on the maturity instruction and
       *> list the outcome.  account-file is open I-O and being
       *> read in key sequence.
       *> -------------------------------
       MATURE-CERTIFICATE.
           MOVE account-number TO maturity-certificate
           MOVE account-balance TO maturity-principal
           MOVE 0 TO maturity-interest
           IF account-balance > 0
               COMPUTE maturity-interest ROUNDED =
                   account-balance * account-fixed-rate
                   * account-term-months / 12
           END-IF
           IF maturity-interest > 0
               ADD maturity-interest TO account-balance
               REWRITE account-record
               MOVE account-number TO log-account
               MOVE 'I' TO log-type
               MOVE maturity-interest TO log-amount
               PERFORM LOG-TRANSACTION
               ADD maturity-interest TO maturity-interest-total
           END-IF
           MOVE account-number TO mrl-account
           MOVE account-holder-name TO mrl-holder
           MOVE maturity-principal TO mrl-principal
           MOVE maturity-interest TO mrl-interest
           MOVE SPACES TO mrl-action
           IF account-maturity-instruction = 'P'
               PERFORM PAY-OUT-CERTIFICATE
           ELSE
               PERFORM ROLL-OVER-CERTIFICATE
           END-IF
           MOVE maturity-report-line TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       *> -------------------------------
       *> Pay the matured certificate out to its payout account
       *> as a linked transfer pair and close it at zero.  A
       *> payout account that is missing, not open or itself a
       *> certificate cannot take the money; the funds are then
       *> held on the certificate, its maturity date cleared so
       *> the customer can draw them at the counter, and the
       *> listing shows the payout as held for the branch.
       *> -------------------------------
       PAY-OUT-CERTIFICATE.
           MOVE account-payout-account TO maturity-payout
           MOVE account-balance TO maturity-amount
           MOVE 'N' TO maturity-payout-ok
           IF maturity-payout > 0
               AND maturity-payout NOT = maturity-certificate
               MOVE maturity-payout TO account-number
               READ account-file
                   INVALID KEY
                       MOVE 'N' TO maturity-payout-ok
                   NOT INVALID KEY
                       IF account-status = 'O'
                           AND account-type NOT = 'T'
                           MOVE 'Y' TO maturity-payout-ok
                       END-IF
               END-READ
           END-IF
           MOVE maturity-certificate TO account-number
           READ account-file
           IF maturity-payout-ok = 'Y'
               MOVE 0 TO account-balance
               MOVE 'C' TO account-status
               REWRITE account-record
               IF maturity-amount > 0
                   MOVE maturity-certificate TO log-account
                   MOVE 'T' TO log-type
                   MOVE maturity-amount TO log-amount
                   MOVE maturity-payout TO log-counterparty
                   PERFORM LOG-TRANSACTION
                   MOVE maturity-payout TO account-number
                   READ account-file
                   ADD maturity-amount TO account-balance
                   MOVE posting-date TO account-last-activity
                   REWRITE account-record
                   MOVE maturity-payout TO log-account
                   MOVE 'R' TO log-type
                   MOVE maturity-amount TO log-amount
                   MOVE maturity-certificate TO log-counterparty
                   PERFORM LOG-TRANSACTION
      *>           Put the sequential read back where it was.
                   MOVE maturity-certificate TO account-number
                   READ account-file
               END-IF
               MOVE 'AS' TO log-audit-action
               MOVE maturity-certificate TO log-audit-key
               MOVE 'O' TO log-audit-old
               MOVE 'C' TO log-audit-new
               PERFORM WRITE-AUDIT-ENTRY
               ADD 1 TO maturities-paid
               STRING "PAID OUT TO " maturity-payout
                   DELIMITED BY SIZE INTO mrl-action
           ELSE
               MOVE 0 TO account-maturity-date
               REWRITE account-record
               ADD 1 TO maturities-held
               STRING "HELD - PAYOUT ACCOUNT " maturity-payout
                   " UNAVAILABLE"
                   DELIMITED BY SIZE INTO mrl-action
           END-IF.

       *> -------------------------------
       *> Roll the matured certificate, interest and all, into a
       *> fresh term of the same length from its old maturity
       *> date, at the Term deposit rate on file today for its
       *> new balance.  With nothing on file it keeps its rate.
       *> -------------------------------
       ROLL-OVER-CERTIFICATE.
           PERFORM BUILD-TERM-AUDIT-IMAGE
           MOVE maturity-principal TO tmi-amount
           MOVE term-audit-image TO log-audit-old
           MOVE 'T' TO price-type
           MOVE account-balance TO price-balance
           PERFORM PRICE-FROM-PARMS
           IF parm-found = 'Y'
               MOVE priced-rate TO account-fixed-rate
           END-IF
           MOVE account-maturity-date TO mat-date-num
           MOVE account-term-months TO term-months-work
           PERFORM COMPUTE-MATURITY-DATE
           MOVE mat-date-num TO account-maturity-date
           REWRITE account-record
           MOVE 'MR' TO log-audit-action
           MOVE account-number TO log-audit-key
           PERFORM BUILD-TERM-AUDIT-IMAGE
           MOVE account-balance TO tmi-amount
           MOVE term-audit-image TO log-audit-new
           PERFORM WRITE-AUDIT-ENTRY
           ADD 1 TO maturities-rolled
           STRING "ROLLED OVER TO " account-maturity-date
               DELIMITED BY SIZE INTO mrl-action.

       *> -------------------------------
       *> Change what happens to a certificate at maturity.  The
       *> new instruction is journalled with the old one.
       *> -------------------------------
       CHANGE-MATURITY-INSTRUCTION.
           DISPLAY "Enter certificate account number: "
           ACCEPT account-no-input
           PERFORM FIND-ACCOUNT
           IF found = 'N'
               DISPLAY "Account not found."
           ELSE
               IF account-type NOT = 'T'
                   OR account-status NOT = 'O'
                   DISPLAY "Not an open Term deposit."
               ELSE
                   DISPLAY "Current instruction: "
                       account-maturity-instruction
                       " payout account " account-payout-account
                   PERFORM TAKE-MATURITY-INSTRUCTION
                   IF details-ok = 'Y'
                       PERFORM BUILD-TERM-AUDIT-IMAGE
                       MOVE term-audit-image TO log-audit-old
                       MOVE maturity-instruction-input
                           TO account-maturity-instruction
                       MOVE payout-account-input
                           TO account-payout-account
                       REWRITE account-record
                       MOVE 'MI' TO log-audit-action
                       MOVE account-number TO log-audit-key
                       PERFORM BUILD-TERM-AUDIT-IMAGE
                       MOVE term-audit-image TO log-audit-new
                       PERFORM WRITE-AUDIT-ENTRY
                       DISPLAY "Maturity instruction updated."
                   ELSE
                       DISPLAY "Instruction not changed."
                   END-IF
               END-IF
           END-IF
           CLOSE account-file.

       *> -------------------------------
       *> Price the account in account-record from the product
       *> parameter file as of the business date: the record of
       *> reported, never guessed at.
       *> -------------------------------
       PRICE-ACCOUNT-FROM-PARMS.
           MOVE account-type TO price-type
           MOVE account-balance TO price-balance
           PERFORM PRICE-FROM-PARMS
           IF parm-found = 'N'
               DISPLAY "No parameter on file for type "
                   account-type "; account " account-number
                   " priced at zero."
           END-IF.

       *> -------------------------------
       *> The pricing pick itself, for the type and balance in
       *> price-type/price-balance.  The caller decides what to
       *> say when nothing on file matches.
       *> -------------------------------
       PRICE-FROM-PARMS.
           MOVE 0 TO priced-rate
           MOVE 0 TO priced-fee
           MOVE 'N' TO parm-found
               PERFORM JUDGE-PARAMETER-RECORD
               PERFORM READ-NEXT-PARAMETER
           END-PERFORM
           CLOSE parameter-file.

       *> -------------------------------
       *> Weigh one parameter record against the best pick so
       *> balance, including overdrawn Checking accounts.
       *> -------------------------------
       JUDGE-PARAMETER-RECORD.
           IF parm-account-type = price-type
               AND parm-effective-date <= posting-date
               AND (parm-balance-floor = 0
                   OR parm-balance-floor <= price-balance)
               IF parm-found = 'N'
                   OR parm-balance-floor > parm-best-floor
                   OR (parm-balance-floor = parm-best-floor
           DISPLAY "Parameters on file: " parm-count.

       UPDATE-PRODUCT-PARAMETER.
           DISPLAY "Enter account type (S/C/T) or fee code "
               "(N=returned item, P=overdraft cover, "
               "E=early closure): "
           ACCEPT parm-type-input
           IF parm-type-input NOT = 'S'
               AND parm-type-input NOT = 'C'
               AND parm-type-input NOT = 'T'
               AND parm-type-input NOT = 'N'
               AND parm-type-input NOT = 'P'
               AND parm-type-input NOT = 'E'
               DISPLAY "Invalid account type or fee code."
           ELSE
               DISPLAY "Enter balance tier floor (0 for base "
                   "tier): "
                       MOVE 'Y' TO reverse-ok
                   WHEN trans-type = 'W' OR trans-type = 'V'
                       OR trans-type = 'T' OR trans-type = 'F'
                       OR trans-type = 'N'
                       ADD trans-amount TO account-balance
                       MOVE 'X' TO log-type
                       MOVE 'Y' TO reverse-ok
           MOVE 0 TO batch-records-rejected
           MOVE 0 TO batch-records-skipped
           MOVE 0 TO batch-skip-count
           MOVE 0 TO cover-count
           MOVE 0 TO cover-total
           MOVE 'N' TO end-of-file
           MOVE 'N' TO batch-protected
           MOVE 'N' TO batch-already-done
           MOVE batch-records-skipped TO brl-count
           MOVE batch-report-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-COVER-LINES
           CLOSE report-file.

       *> -------------------------------
       *> The overdraft covers a run made, one line each, for
       *> the batch run report.
       *> -------------------------------
       WRITE-COVER-LINES.
           MOVE "Overdraft covers:        " TO brl-label
           MOVE cover-count TO brl-count
           MOVE batch-report-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO cover-slot
           PERFORM WRITE-ONE-COVER-LINE
               UNTIL cover-slot >= cover-count
                   OR cover-slot >= cover-limit
           IF cover-count > cover-limit
               MOVE "  (further covers not listed)"
                   TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF cover-count > 0
               MOVE SPACES TO report-line-work
               MOVE cover-total TO crl-amount
               STRING "  Total covered:  " crl-amount
                   DELIMITED BY SIZE INTO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ONE-COVER-LINE.
           ADD 1 TO cover-slot
           MOVE ce-checking(cover-slot) TO crl-checking
           MOVE ce-savings(cover-slot) TO crl-savings
           MOVE ce-amount(cover-slot) TO crl-amount
           MOVE ce-fee(cover-slot) TO crl-fee
           MOVE cover-report-line TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       *> -------------------------------
       *> Append the overdraft covers the standing-order run
       *> made to the business date's batch run report, so every
       *> automatic cover of the day is on the one report.
       *> -------------------------------
       WRITE-ORDER-COVER-REPORT.
           MOVE "batchrun-00000000.rpt" TO report-file-name
           MOVE posting-date TO report-file-name(10:8)
           MOVE "Standing Order Overdraft Covers" TO rh-title
           OPEN EXTEND report-file
           IF report-file-status = "35"
               OPEN OUTPUT report-file
               CLOSE report-file
               OPEN EXTEND report-file
           END-IF
           MOVE 0 TO report-page
           PERFORM START-REPORT-PAGE
           PERFORM WRITE-COVER-LINES
           CLOSE report-file.

       *> -------------------------------
           MOVE batch-type TO post-type
           MOVE batch-amount TO post-amount
           MOVE batch-to-account TO post-to-account
           MOVE 0 TO post-original-id
           IF batch-type = 'N'
               MOVE batch-original-id TO post-original-id
           END-IF
           PERFORM APPLY-POSTING-REQUEST
           IF apply-result = 'OK'
               ADD 1 TO batch-records-processed
                   MOVE post-to-account TO transfer-to-input
                   MOVE post-amount TO transfer-amount
                   PERFORM APPLY-TRANSFER
               WHEN 'N'
                   MOVE post-original-id TO return-trans-id-input
                   MOVE post-account TO return-account-check
                   PERFORM APPLY-RETURNED-ITEM
               WHEN OTHER
                   MOVE 'ER' TO apply-result
                   MOVE "Unknown batch transaction type."
           MOVE post-to-account TO suspense-to-account
           MOVE apply-reason TO suspense-reason
           MOVE 'S' TO suspense-status
           MOVE post-original-id TO suspense-original-id
           WRITE suspense-record
           CLOSE suspense-file.

           MOVE log-counterparty TO trans-counterparty
           MOVE signed-on-teller TO trans-teller
           MOVE log-reversal-of TO trans-reversal-of
           MOVE log-channel TO trans-channel
           OPEN EXTEND transaction-file
           IF transaction-file-status = "35"
               OPEN OUTPUT transaction-file
           END-IF
           WRITE transaction-record FROM transaction-details
           CLOSE transaction-file
      *>   Reset so only transfer legs carry a counterparty, only
      *>   reversals point at an earlier entry and only counter
      *>   cash carries a channel; the other callers never set
      *>   these fields.
           MOVE 0 TO log-counterparty
           MOVE 0 TO log-reversal-of
           MOVE SPACE TO log-channel.

       *> -------------------------------
       *> Prime next-trans-id from the highest transaction-id
               INVALID KEY
                   DISPLAY "Standing order not found."
               NOT INVALID KEY
                   PERFORM CANCEL-ORDER-RECORD
                   DISPLAY "Standing order " order-number
                       " cancelled."
           END-READ
           CLOSE standing-order-file.

       *> -------------------------------
       *> Cancel the order in standing-order-record, open I-O,
       *> and journal it with before and after images.
       *> -------------------------------
       CANCEL-ORDER-RECORD.
           PERFORM BUILD-ORDER-AUDIT-IMAGE
           MOVE order-audit-image TO log-audit-old
           MOVE 'C' TO order-status
           REWRITE standing-order-record
           MOVE 'OC' TO log-audit-action
           MOVE order-number TO log-audit-key
           PERFORM BUILD-ORDER-AUDIT-IMAGE
           MOVE order-audit-image TO log-audit-new
           PERFORM WRITE-AUDIT-ENTRY.

       *> -------------------------------
       *> Post every active standing order due on the current
       *> business date, run alongside the batch file as part
       STANDING-ORDER-SWEEP.
           MOVE 0 TO orders-posted
           MOVE 0 TO orders-failed
           MOVE 0 TO cover-count
           MOVE 0 TO cover-total
           MOVE 'N' TO end-of-file
           PERFORM OPEN-ORDER-FILE-IO
           PERFORM READ-NEXT-STANDING-ORDER
           MOVE 'N' TO end-of-file
           DISPLAY "Standing order run complete."
           DISPLAY "Occurrences posted: " orders-posted
           DISPLAY "Orders that could not post: " orders-failed
           IF cover-count > 0
               PERFORM WRITE-ORDER-COVER-REPORT
           END-IF.

       *> -------------------------------
       *> Read the next standing-order record in key sequence
               " amount " suspense-amount
               " to " suspense-to-account
               " reason " suspense-reason
           IF suspense-type = 'N'
               DISPLAY "Returned deposit " suspense-original-id
           END-IF
           PERFORM BUILD-SUSPENSE-AUDIT-IMAGE
           MOVE suspense-audit-image TO log-audit-old
           DISPLAY "Enter corrected account number: "
           ACCEPT post-account
           DISPLAY "Enter corrected type (D/W/T/N): "
           ACCEPT post-type
           DISPLAY "Enter corrected amount: "
           ACCEPT post-amount
           MOVE 0 TO post-to-account
           MOVE 0 TO post-original-id
           IF post-type = 'T'
               DISPLAY "Enter corrected to-account: "
               ACCEPT post-to-account
           END-IF
           IF post-type = 'N'
               DISPLAY "Enter corrected deposit transaction ID: "
               ACCEPT post-original-id
           END-IF
           PERFORM APPLY-POSTING-REQUEST
           MOVE post-account TO suspense-account
           MOVE post-type TO suspense-type
           MOVE post-amount TO suspense-amount
           MOVE post-to-account TO suspense-to-account
           MOVE post-original-id TO suspense-original-id
           IF apply-result = 'OK'
               MOVE 'R' TO suspense-status
               REWRITE suspense-record
       *> -------------------------------
       ADVANCE-BUSINESS-DATE.
           DISPLAY "Current business date: " posting-date
           PERFORM COUNT-DRAWERS-HELD
           IF drawers-held > 0
               DISPLAY drawers-held " teller drawer(s) await "
                   "supervisor sign-off; the day cannot be closed."
           ELSE
               PERFORM CUT-OVER-AND-ADVANCE
           END-IF.

       *> -------------------------------
       *> The cutover proper, once nothing is holding the day
       *> open.
       *> -------------------------------
       CUT-OVER-AND-ADVANCE.
           MOVE 'C' TO posting-day-status
           PERFORM SAVE-BUSINESS-DATE
           MOVE 'DC' TO log-audit-action
               MOVE next-date-input TO log-audit-new
               MOVE next-date-input TO posting-date
               MOVE 'O' TO posting-day-status
               MOVE 'N' TO drawer-opened
               PERFORM SAVE-BUSINESS-DATE
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "Business date advanced to " posting-date
