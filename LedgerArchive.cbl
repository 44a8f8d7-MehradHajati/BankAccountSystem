      *> layout byte for byte; the FD only needs the length.
      *> -------------------------------------------------------
       FD  archive-file.
       01  archive-record           PIC X(47).

       FD  work-file.
       01  work-record              PIC X(47).

       FD  report-file.
       01  report-line              PIC X(132).
           05  trans-counterparty   PIC 9(5).
           05  trans-teller         PIC 9(4).
           05  trans-reversal-of    PIC 9(7).
           05  trans-channel        PIC X.

       01  archive-type-totals.
           05  arch-deposit-count       PIC 9(7) VALUE 0.
           05  arch-trans-in-amount     PIC 9(11)V99 VALUE 0.
           05  arch-fee-count           PIC 9(7) VALUE 0.
           05  arch-fee-amount          PIC 9(11)V99 VALUE 0.
           05  arch-returned-count      PIC 9(7) VALUE 0.
           05  arch-returned-amount     PIC 9(11)V99 VALUE 0.
           05  arch-carry-count         PIC 9(7) VALUE 0.
           05  arch-carry-amount        PIC 9(11)V99 VALUE 0.

               WHEN 'F'
                   ADD 1 TO arch-fee-count
                   ADD trans-amount TO arch-fee-amount
               WHEN 'N'
                   ADD 1 TO arch-returned-count
                   ADD trans-amount TO arch-returned-amount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE cutoff-date-input TO trans-date
           MOVE 0 TO trans-counterparty
      *>   Carry-forwards are system-generated, not keyed by an
      *>   operator, so they carry no teller, reverse nothing and
      *>   are never counter cash.
           MOVE 0 TO trans-teller
           MOVE 0 TO trans-reversal-of
           MOVE SPACE TO trans-channel
           IF carry-net < 0
               MOVE 'A' TO trans-type
               COMPUTE trans-amount = 0 - carry-net
           MOVE arch-fee-count TO arl-count
           MOVE arch-fee-amount TO arl-amount
           PERFORM WRITE-ARCHIVE-REPORT-LINE
           MOVE "  Returned items:         " TO arl-label
           MOVE arch-returned-count TO arl-count
           MOVE arch-returned-amount TO arl-amount
           PERFORM WRITE-ARCHIVE-REPORT-LINE
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Superseded c/f dropped:   " TO arl-label
