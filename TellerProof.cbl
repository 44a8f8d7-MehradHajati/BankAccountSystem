       IDENTIFICATION DIVISION.
       PROGRAM-ID. TellerProof.

      *> -------------------------------------------------------
      *> Teller cash drawer proof: for every drawer opened on
      *> the business date, totals the teller's cash deposits
      *> (D) and withdrawals (W) for the day from transaction.dat
      *> and works out what the drawer should hold - opening
      *> float plus cash in less cash out - against the cash the
      *> teller counted at sign-off.  Only entries the teller
      *> menu marked as cash over the counter (channel C) are
      *> counted; batch and standing-order postings never pass
      *> through a drawer.  A deposit that took a
      *> clearing hold was a cheque and never reached the
      *> drawer, so it is left out; an entry reversed the same
      *> day is netted off the teller who posted it.  Each
      *> drawer gets an over/short line on the dated proof
      *> report tellprof-YYYYMMDD.rpt.  A drawer out by more
      *> than the tolerance, or never counted, is written to the
      *> audit journal and held for a supervisor's sign-off at
      *> the menu; while any drawer is held the run hands back a
      *> non-zero return code so the close stops short of
      *> advancing the date.  Rerun after the sign-off, a drawer
      *> signed off on the same figures stays signed off.
      *> -------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT drawer-file ASSIGN TO "drawer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS drawer-key
               FILE STATUS IS drawer-file-status.
           SELECT teller-file ASSIGN TO "tellmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS teller-id
               FILE STATUS IS teller-file-status.
           SELECT hold-file ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hold-id
               FILE STATUS IS hold-file-status.
           SELECT transaction-file ASSIGN TO "transaction.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transaction-file-status.
           SELECT audit-file ASSIGN TO "auditjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.
           SELECT control-file ASSIGN TO "control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-file-status.
           SELECT report-file ASSIGN TO DYNAMIC report-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  drawer-file.
       COPY DRAWREC.

       FD  teller-file.
       COPY TELLREC.

       FD  hold-file.
       COPY HOLDREC.

       FD  transaction-file.
       COPY TRANREC.

       FD  audit-file.
       COPY AUDITREC.

       FD  control-file.
       COPY CTLREC.

       FD  report-file.
       01  report-line              PIC X(132).

       WORKING-STORAGE SECTION.
       77  drawer-file-status       PIC XX VALUE "00".
       77  teller-file-status       PIC XX VALUE "00".
       77  hold-file-status         PIC XX VALUE "00".
       77  transaction-file-status  PIC XX VALUE "00".
       77  audit-file-status        PIC XX VALUE "00".
       77  control-file-status      PIC XX VALUE "00".
       77  report-date              PIC 9(8) VALUE 0.
       77  end-of-file              PIC X VALUE 'N'.
       77  drawer-eof               PIC X VALUE 'N'.
       77  teller-file-open         PIC X VALUE 'N'.
       77  table-slot               PIC 9(5) VALUE 0.
       77  teller-slot              PIC 9(5) VALUE 0.
       77  look-up-teller           PIC 9(4) VALUE 0.
       77  table-overflow           PIC X VALUE 'N'.
       77  next-audit-id            PIC 9(7) VALUE 0.

      *> -------------------------------------------------------
      *> A drawer is balanced when its over/short, either way,
      *> is no more than the tolerance.
      *> -------------------------------------------------------
       77  drawer-tolerance         PIC 9(5)V99 VALUE 5.00.
       77  expected-balance         PIC S9(7)V99 VALUE 0.
       77  over-short               PIC S9(7)V99 VALUE 0.
       77  over-short-size          PIC 9(7)V99 VALUE 0.
       77  prior-status             PIC X VALUE SPACE.
       77  prior-audit-image        PIC X(40) VALUE SPACES.
       77  drawers-proved           PIC 9(5) VALUE 0.
       77  drawers-balanced         PIC 9(5) VALUE 0.
       77  drawers-held             PIC 9(5) VALUE 0.
       77  drawers-signed-off       PIC 9(5) VALUE 0.
       77  no-drawer-count          PIC 9(5) VALUE 0.

       01  drawer-audit-image.
           05  dai-expected         PIC -9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  dai-count            PIC 9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  dai-over-short       PIC -9(7).99.
           05  FILLER               PIC X VALUE SPACE.
           05  dai-status           PIC X.

      *> -------------------------------------------------------
      *> Print-file work fields.  Each run writes the proof to
      *> tellprof-YYYYMMDD.rpt - one durable file per business
      *> date, kept on disk until operations archives it.
      *> -------------------------------------------------------
       77  report-file-name         PIC X(21) VALUE SPACES.
       77  report-file-status       PIC XX VALUE "00".
       77  report-page              PIC 9(4) VALUE 0.
       77  report-lines             PIC 99 VALUE 0.
       77  report-page-length       PIC 99 VALUE 55.
       01  report-line-work         PIC X(132) VALUE SPACES.

       01  report-head-1.
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(24) VALUE
               "Teller Cash Drawer Proof".
       01  report-head-2.
           05  FILLER               PIC X(15) VALUE
               "Business date: ".
           05  rh-date              PIC 9(8).
           05  FILLER               PIC X(10) VALUE
               "     Page ".
           05  rh-page              PIC ZZZ9.

       01  column-head.
           05  FILLER               PIC X(25) VALUE
               "Tlr  Name".
           05  FILLER               PIC X(52) VALUE
               "       Float      Cash in     Cash out      Expected".
           05  FILLER               PIC X(35) VALUE
               "      Counted    Over/short  Status".

       01  proof-line.
           05  pl-teller            PIC 9(4).
           05  FILLER               PIC X VALUE SPACE.
           05  pl-name              PIC X(20).
           05  pl-float             PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  pl-cash-in           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  pl-cash-out          PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  pl-expected          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  pl-counted           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  pl-over-short        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC XX VALUE SPACES.
           05  pl-status            PIC X(20).

       01  signed-off-text.
           05  FILLER               PIC X(15) VALUE
               "SIGNED OFF BY  ".
           05  sot-teller           PIC 9(4).

       01  no-drawer-line.
           05  FILLER               PIC X(7) VALUE "Teller ".
           05  nl-teller            PIC 9(4).
           05  FILLER               PIC X(10) VALUE "  cash in ".
           05  nl-cash-in           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(11) VALUE "  cash out ".
           05  nl-cash-out          PIC Z,ZZZ,ZZ9.99.

       01  summary-line.
           05  sm-label             PIC X(24).
           05  sm-count             PIC ZZZZ9.

      *> -------------------------------------------------------
      *> The business date's cash entries in ledger order.
      *> ce-left-out is set for a deposit that took a clearing
      *> hold, or an entry reversed the same day.
      *> -------------------------------------------------------
       77  cash-limit               PIC 9(5) VALUE 5000.
       01  cash-table.
           05  cash-count           PIC 9(5) VALUE 0.
           05  cash-entry OCCURS 1 TO 5000 TIMES
               DEPENDING ON cash-count
               INDEXED BY ce-idx.
               10  ce-transaction-id PIC 9(7).
               10  ce-teller        PIC 9(4).
               10  ce-type          PIC X.
               10  ce-amount        PIC 9(7)V99.
               10  ce-left-out      PIC X.

      *> -------------------------------------------------------
      *> Cash in and out per teller for the day.  tt-drawer is
      *> set once the teller's drawer has been proved, so any
      *> teller left without one can be listed afterwards.
      *> -------------------------------------------------------
       77  teller-limit             PIC 9(5) VALUE 500.
       01  teller-table.
           05  teller-count         PIC 9(5) VALUE 0.
           05  teller-entry OCCURS 1 TO 500 TIMES
               DEPENDING ON teller-count
               INDEXED BY tt-idx.
               10  tt-teller        PIC 9(4).
               10  tt-cash-in       PIC 9(9)V99.
               10  tt-cash-out      PIC 9(9)V99.
               10  tt-drawer        PIC X.

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
           PERFORM INITIALIZE-AUDIT-COUNTER
           DISPLAY "-----------------------------------------------"
           DISPLAY "Teller Cash Drawer Proof"
           DISPLAY "Business date: " report-date
           DISPLAY "-----------------------------------------------"
           MOVE 0 TO cash-count
           MOVE 0 TO teller-count
           PERFORM SCAN-DAYS-CASH
           IF table-overflow = 'N'
               PERFORM LEAVE-OUT-HELD-DEPOSITS
               PERFORM TOTAL-CASH-BY-TELLER
           END-IF
           IF table-overflow = 'Y'
               DISPLAY "Run abandoned; no drawer was proved."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PROVE-DRAWERS
               DISPLAY "-------------------------------------------"
               DISPLAY "Drawers proved:       " drawers-proved
               DISPLAY "Balanced:             " drawers-balanced
               DISPLAY "Signed off:           " drawers-signed-off
               DISPLAY "Awaiting sign-off:    " drawers-held
               IF drawers-held > 0
      *>           A non-zero return code tells the end-of-day
      *>           driver a drawer is out and the date must not
      *>           advance until a supervisor has signed it off.
                   DISPLAY "Supervisor sign-off required before "
                       "the business date can advance."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       *> -------------------------------
       *> One pass down the ledger keeping the business date's
       *> counter cash D and W entries, and marking off any a same-day
       *> reversal points back at.
       *> -------------------------------
       SCAN-DAYS-CASH.
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
                       IF trans-date = report-date
                           PERFORM EXAMINE-LEDGER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transaction-file
           MOVE 'N' TO end-of-file.

       EXAMINE-LEDGER-ENTRY.
           EVALUATE TRUE
               WHEN (trans-type = 'D' OR trans-type = 'W')
                   AND trans-channel = 'C'
                   PERFORM KEEP-CASH-ENTRY
               WHEN (trans-type = 'V' OR trans-type = 'X')
                   AND trans-reversal-of NOT = 0
                   MOVE trans-reversal-of TO trans-id
                   PERFORM LEAVE-OUT-CASH-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
               MOVE trans-teller TO ce-teller(table-slot)
               MOVE trans-type TO ce-type(table-slot)
               MOVE trans-amount TO ce-amount(table-slot)
               MOVE 'N' TO ce-left-out(table-slot)
           END-IF.

       *> -------------------------------
       *> Mark the kept entry whose id is in trans-id as left
       *> out of the drawer; an id not kept is ignored.
       *> -------------------------------
       LEAVE-OUT-CASH-ENTRY.
           IF cash-count > 0
               SET ce-idx TO 1
               SEARCH cash-entry
                   AT END
                       CONTINUE
                   WHEN ce-transaction-id(ce-idx) = trans-id
                       MOVE 'Y' TO ce-left-out(ce-idx)
               END-SEARCH
           END-IF.

       *> -------------------------------
       *> Holds placed before the deposit id was kept on the
       *> hold carry zero and cannot be matched; those deposits
       *> stay in the drawer total.
       *> -------------------------------
       LEAVE-OUT-HELD-DEPOSITS.
           MOVE 'N' TO end-of-file
           OPEN INPUT hold-file
           IF hold-file-status = "35"
               MOVE 'Y' TO end-of-file
           ELSE
               PERFORM UNTIL end-of-file = 'Y'
                   READ hold-file NEXT RECORD
                       AT END
                           MOVE 'Y' TO end-of-file
                       NOT AT END
                           IF hold-transaction-id NOT = 0
                               MOVE hold-transaction-id
                                   TO trans-id
                               PERFORM LEAVE-OUT-CASH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE hold-file
           END-IF
           MOVE 'N' TO end-of-file.

       *> -------------------------------
       *> Add each entry still counted into its teller's cash
       *> in or cash out.
       *> -------------------------------
       TOTAL-CASH-BY-TELLER.
           MOVE 0 TO table-slot
           PERFORM UNTIL table-slot >= cash-count
                   OR table-overflow = 'Y'
               ADD 1 TO table-slot
               IF ce-left-out(table-slot) = 'N'
                   MOVE ce-teller(table-slot) TO look-up-teller
                   PERFORM FIND-TELLER-SLOT
                   IF teller-slot = 0
                       PERFORM ADD-TELLER-SLOT
                   END-IF
                   IF teller-slot > 0
                       IF ce-type(table-slot) = 'D'
                           ADD ce-amount(table-slot)
                               TO tt-cash-in(teller-slot)
                       ELSE
                           ADD ce-amount(table-slot)
                               TO tt-cash-out(teller-slot)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       *> -------------------------------
       *> Find the totals slot for the teller in look-up-teller;
       *> teller-slot comes back zero when there is none.
       *> -------------------------------
       FIND-TELLER-SLOT.
           MOVE 0 TO teller-slot
           IF teller-count > 0
               SET tt-idx TO 1
               SEARCH teller-entry
                   AT END
                       CONTINUE
                   WHEN tt-teller(tt-idx) = look-up-teller
                       SET teller-slot TO tt-idx
               END-SEARCH
           END-IF.

       ADD-TELLER-SLOT.
           IF teller-count >= teller-limit
               DISPLAY "Teller table full at " teller-limit
                   "; widen the teller table before rerunning."
               MOVE 'Y' TO table-overflow
           ELSE
               ADD 1 TO teller-count
               MOVE teller-count TO teller-slot
               MOVE look-up-teller TO tt-teller(teller-slot)
               MOVE 0 TO tt-cash-in(teller-slot)
               MOVE 0 TO tt-cash-out(teller-slot)
               MOVE 'N' TO tt-drawer(teller-slot)
           END-IF.

       *> -------------------------------
       *> Prove every drawer opened on the business date, in
       *> teller order, then list any counter cash posted by a
       *> teller with no drawer for the date - there should be
       *> none, as the menu opens one before any cash moves.
       *> -------------------------------
       PROVE-DRAWERS.
           PERFORM OPEN-REPORT-FILE
           MOVE 'N' TO teller-file-open
           OPEN INPUT teller-file
           IF teller-file-status = "00"
               MOVE 'Y' TO teller-file-open
           END-IF
           MOVE 'N' TO drawer-eof
           OPEN I-O drawer-file
           IF drawer-file-status = "35"
               OPEN OUTPUT drawer-file
               CLOSE drawer-file
               OPEN I-O drawer-file
           END-IF
           MOVE report-date TO drawer-date
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
                       IF drawer-date NOT = report-date
                           MOVE 'Y' TO drawer-eof
                       ELSE
                           PERFORM PROVE-ONE-DRAWER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE drawer-file
           IF teller-file-open = 'Y'
               CLOSE teller-file
           END-IF
           IF drawers-proved = 0
               MOVE "    No drawers were opened on this date."
                   TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM LIST-CASH-WITHOUT-DRAWER
           PERFORM CLOSE-REPORT-FILE.

       *> -------------------------------
       *> Work out the drawer in drawer-record, judge it against
       *> the tolerance and write its proof line.  A drawer that
       *> newly goes out of tolerance, or whose figures change
       *> after it was signed off, is journalled and held again.
       *> -------------------------------
       PROVE-ONE-DRAWER.
           ADD 1 TO drawers-proved
           MOVE drawer-proof-status TO prior-status
           PERFORM BUILD-DRAWER-AUDIT-IMAGE
           MOVE drawer-audit-image TO prior-audit-image
           MOVE drawer-teller TO look-up-teller
           PERFORM FIND-TELLER-SLOT
           COMPUTE expected-balance = drawer-float
           MOVE 0 TO over-short
           IF teller-slot > 0
               MOVE 'Y' TO tt-drawer(teller-slot)
               COMPUTE expected-balance = drawer-float
                   + tt-cash-in(teller-slot)
                   - tt-cash-out(teller-slot)
           END-IF
           IF drawer-counted = 'Y'
               COMPUTE over-short = drawer-count - expected-balance
           END-IF
           IF over-short < 0
               COMPUTE over-short-size = 0 - over-short
           ELSE
               MOVE over-short TO over-short-size
           END-IF
           EVALUATE TRUE
               WHEN drawer-counted = 'Y'
                   AND over-short-size NOT > drawer-tolerance
                   MOVE 'B' TO drawer-proof-status
                   MOVE 0 TO drawer-signed-off-by
                   ADD 1 TO drawers-balanced
               WHEN prior-status = 'S'
                   AND drawer-expected = expected-balance
                   AND drawer-over-short = over-short
                   ADD 1 TO drawers-signed-off
               WHEN OTHER
                   MOVE 'X' TO drawer-proof-status
                   MOVE 0 TO drawer-signed-off-by
                   ADD 1 TO drawers-held
           END-EVALUATE
           IF drawer-proof-status = 'X'
               IF prior-status NOT = 'X'
                   OR drawer-expected NOT = expected-balance
                   OR drawer-over-short NOT = over-short
                   MOVE expected-balance TO drawer-expected
                   MOVE over-short TO drawer-over-short
                   PERFORM WRITE-OUT-OF-TOLERANCE-AUDIT
               END-IF
           END-IF
           MOVE expected-balance TO drawer-expected
           MOVE over-short TO drawer-over-short
           REWRITE drawer-record
           PERFORM WRITE-PROOF-LINE.

       *> -------------------------------
       *> Journal a drawer held for sign-off.  The proof runs
       *> unattended, so the entry carries teller zero; the key
       *> is the teller whose drawer it is.
       *> -------------------------------
       WRITE-OUT-OF-TOLERANCE-AUDIT.
           PERFORM BUILD-DRAWER-AUDIT-IMAGE
           ADD 1 TO next-audit-id
           MOVE next-audit-id TO audit-id
           MOVE report-date TO audit-date
           MOVE 'TX' TO audit-action
           MOVE drawer-teller TO audit-key
           MOVE 0 TO audit-teller
           MOVE prior-audit-image TO audit-old-value
           MOVE drawer-audit-image TO audit-new-value
           OPEN EXTEND audit-file
           IF audit-file-status = "35"
               OPEN OUTPUT audit-file
               CLOSE audit-file
               OPEN EXTEND audit-file
           END-IF
           WRITE audit-record
           CLOSE audit-file.

       *> -------------------------------
       *> Pack the drawer currently in drawer-record into the
       *> fixed audit image.
       *> -------------------------------
       BUILD-DRAWER-AUDIT-IMAGE.
           MOVE drawer-expected TO dai-expected
           MOVE drawer-count TO dai-count
           MOVE drawer-over-short TO dai-over-short
           MOVE drawer-proof-status TO dai-status.

       WRITE-PROOF-LINE.
           MOVE drawer-teller TO pl-teller
           MOVE SPACES TO pl-name
           IF teller-file-open = 'Y'
               MOVE drawer-teller TO teller-id
               READ teller-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE teller-name TO pl-name
               END-READ
           END-IF
           MOVE drawer-float TO pl-float
           MOVE 0 TO pl-cash-in
           MOVE 0 TO pl-cash-out
           IF teller-slot > 0
               MOVE tt-cash-in(teller-slot) TO pl-cash-in
               MOVE tt-cash-out(teller-slot) TO pl-cash-out
           END-IF
           MOVE drawer-expected TO pl-expected
           MOVE drawer-count TO pl-counted
           MOVE drawer-over-short TO pl-over-short
           EVALUATE TRUE
               WHEN drawer-proof-status = 'S'
                   MOVE drawer-signed-off-by TO sot-teller
                   MOVE signed-off-text TO pl-status
               WHEN drawer-counted NOT = 'Y'
                   MOVE "NOT COUNTED" TO pl-status
               WHEN drawer-proof-status = 'B'
                   MOVE "BALANCED" TO pl-status
               WHEN drawer-over-short > 0
                   MOVE "OVER - SIGN-OFF DUE" TO pl-status
               WHEN OTHER
                   MOVE "SHORT - SIGN-OFF DUE" TO pl-status
           END-EVALUATE
           MOVE proof-line TO report-line-work
           PERFORM WRITE-REPORT-LINE.

       LIST-CASH-WITHOUT-DRAWER.
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Cash posted by tellers with no drawer open"
               TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO teller-slot
           PERFORM LIST-ONE-TELLER teller-count TIMES
           IF no-drawer-count = 0
               MOVE "    None." TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-ONE-TELLER.
           ADD 1 TO teller-slot
           IF tt-drawer(teller-slot) = 'N'
               ADD 1 TO no-drawer-count
               MOVE tt-teller(teller-slot) TO nl-teller
               MOVE tt-cash-in(teller-slot) TO nl-cash-in
               MOVE tt-cash-out(teller-slot) TO nl-cash-out
               MOVE no-drawer-line TO report-line-work
               PERFORM WRITE-REPORT-LINE
           END-IF.

       *> -------------------------------
       *> Open the dated print file and start its first page.
       *> -------------------------------
       OPEN-REPORT-FILE.
           MOVE "tellprof-00000000.rpt" TO report-file-name
           MOVE report-date TO report-file-name(10:8)
           OPEN OUTPUT report-file
           MOVE 0 TO report-page
           PERFORM START-REPORT-PAGE.

       CLOSE-REPORT-FILE.
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Drawers proved:         " TO sm-label
           MOVE drawers-proved TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Balanced:               " TO sm-label
           MOVE drawers-balanced TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Signed off:             " TO sm-label
           MOVE drawers-signed-off TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Awaiting sign-off:      " TO sm-label
           MOVE drawers-held TO sm-count
           MOVE summary-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           CLOSE report-file
           DISPLAY "Report written to " report-file-name.

       START-REPORT-PAGE.
           ADD 1 TO report-page
           MOVE report-date TO rh-date
           MOVE report-page TO rh-page
           WRITE report-line FROM report-head-1
           WRITE report-line FROM report-head-2
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM column-head
           MOVE 4 TO report-lines.

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
       *> Prime next-audit-id from the highest entry number
       *> already on the journal, the same way the menu system
       *> does at start-up.
       *> -------------------------------
       INITIALIZE-AUDIT-COUNTER.
           MOVE 0 TO next-audit-id
           MOVE 'N' TO end-of-file
           OPEN INPUT audit-file
           IF audit-file-status = "35"
               OPEN OUTPUT audit-file
               CLOSE audit-file
               OPEN INPUT audit-file
           END-IF
           PERFORM UNTIL end-of-file = 'Y'
               READ audit-file
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF audit-id > next-audit-id
                           MOVE audit-id TO next-audit-id
                       END-IF
               END-READ
           END-PERFORM
           CLOSE audit-file
           MOVE 'N' TO end-of-file.

       *> -------------------------------
       *> Pick up the official business processing date so the
       *> proof is made for the day being closed.
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
       END PROGRAM TellerProof.
