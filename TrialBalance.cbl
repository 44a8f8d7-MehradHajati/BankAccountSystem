
      *> -------------------------------------------------------
      *> End-of-day trial balance: sequentially reads account-
      *> file and totals account-balance separately for Savings,
      *> Checking and Term deposits, plus a count in each bucket
      *> and a grand total across all three.
      *> -------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  savings-count        PIC 9(5) VALUE 0.
           05  checking-total       PIC S9(9)V99 VALUE 0.
           05  checking-count       PIC 9(5) VALUE 0.
           05  term-total           PIC S9(9)V99 VALUE 0.
           05  term-count           PIC 9(5) VALUE 0.
           05  grand-total          PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
               PERFORM READ-NEXT-ACCOUNT
           END-PERFORM
           CLOSE account-file
           ADD savings-total checking-total term-total
               GIVING grand-total
           PERFORM PRINT-TRIAL-BALANCE
           GOBACK.


       *> -------------------------------
       *> Add the current account-record into the running
       *> Savings/Checking/Term buckets.
       *> -------------------------------
       ACCUMULATE-ACCOUNT.
           EVALUATE account-type
               WHEN 'C'
                   ADD account-balance TO checking-total
                   ADD 1 TO checking-count
               WHEN 'T'
                   ADD account-balance TO term-total
                   ADD 1 TO term-count
               WHEN OTHER
                   DISPLAY "Unknown account type for account "
                       account-number
           MOVE checking-total TO bl-amount
           MOVE bucket-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE "Term dep accounts: " TO bl-label
           MOVE term-count TO bl-count
           MOVE term-total TO bl-amount
           MOVE bucket-line TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO report-line-work
           PERFORM WRITE-REPORT-LINE
           MOVE grand-total TO gt-amount
