      *>   1. Release expired deposit holds
      *>   2. Post standing orders
      *>   3. Run the batch transaction file
      *>   4. Term deposit maturity run
      *>   5. Large-cash and structuring monitor
      *>   6. Overnight ledger reconciliation
      *>   7. Cross-file integrity check
      *>   8. Daily trial balance
      *>   9. General ledger extract
      *>  10. Teller cash drawer proof
      *>  11. Customer notices
      *>  12. Advance the business date
      *> Each step's started/completed/failed status is recorded
      *> against the business date on the run-control file.  A
      *> failing step (reconciliation exceptions, master files
      *> that disagree, GL extract out of balance, a teller
      *> drawer awaiting sign-off) halts
      *> the sequence; a rerun for the same business date skips
      *> every step already completed and resumes at the one
      *> that failed.
      *> Before step 1 every file the posting steps change is
      *> copied to a dated snapshot (see CloseSnapshot), recorded
      *> as step 00 on the run-control file; a rerun keeps the
      *> snapshot taken before the first attempt.  A close that
      *> failed half way through a step can be rolled back by a
      *> supervisor: the files are restored from the snapshot
      *> and the night's step statuses reset, so the whole close
      *> reruns from step 1 against clean files.
      *> The operator keys a teller id, chooses to run or roll
      *> back the close, and keys the next business date once
      *> at start-up; everything after that is unattended.
      *> -------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> -------------------------------------------------------
      *> One record per step per business date ever closed, so
      *> the file doubles as a permanent history of how each
      *> night's close went.  Step 00 is the pre-close snapshot.
      *> -------------------------------------------------------
       FD  run-control-file.
       01  run-control-record.
           05  run-status           PIC X.         *> S=started
                                                    *> C=completed
                                                    *> F=failed
                                                    *> R=rolled back

       WORKING-STORAGE SECTION.
       77  control-file-status      PIC XX VALUE "00".
       77  step-done                PIC X VALUE 'N'.
       77  step-ok                  PIC X VALUE 'N'.
       77  step-failed              PIC X VALUE 'N'.
       77  last-step                PIC 99 VALUE 12.
       77  operator-authority       PIC X VALUE SPACE.
       77  close-option             PIC X VALUE SPACE.
       77  confirm-input            PIC X VALUE SPACE.

       01  eod-request.
           05  eod-step-code        PIC XX.
           05  eod-next-date        PIC 9(8).
           05  eod-result           PIC XX.

       01  snapshot-request.
           05  snap-mode            PIC X.         *> S=Snapshot R=Rollback
           05  snap-date            PIC 9(8).
           05  snap-teller          PIC 9(4).
           05  snap-result          PIC XX.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BUSINESS-DATE
           DISPLAY "Business date: " report-date
           DISPLAY "-----------------------------------------------"
           PERFORM OPERATOR-SIGN-ON
           DISPLAY "Enter C to run the close, R to roll back a "
               "failed close: "
           ACCEPT close-option
           IF close-option = 'R' OR close-option = 'r'
               PERFORM ROLL-BACK-CLOSE
           ELSE
               PERFORM RUN-CLOSE
           END-IF
           STOP RUN.

       *> -------------------------------
       *> Take the pre-close snapshot, then run every step not
       *> already completed for the business date.
       *> -------------------------------
       RUN-CLOSE.
           DISPLAY "Enter next business date (YYYYMMDD): "
           ACCEPT next-date-input
           IF next-date-input NOT > report-date
                   "; close abandoned."
           ELSE
               MOVE next-date-input TO eod-next-date
               MOVE 'N' TO step-failed
               PERFORM TAKE-CLOSE-SNAPSHOT
               PERFORM RUN-NEXT-STEP
                   UNTIL step-number = last-step
                       OR step-failed = 'Y'
                   DISPLAY "Close halted at step " step-number
                       "; resolve the failure and rerun."
                   DISPLAY "Completed steps will be skipped on "
                       "the rerun, or a supervisor can roll the "
                       "close back to its snapshot."
               ELSE
                   DISPLAY "End-of-day close complete for "
                       report-date
               END-IF
           END-IF.

       *> -------------------------------
       *> The operator running the close must be an active
                       IF teller-active = 'A'
                           MOVE 'Y' TO teller-ok
                           MOVE teller-id TO eod-teller
                           MOVE teller-authority
                               TO operator-authority
                           DISPLAY "Signed on: " teller-name
                       ELSE
                           DISPLAY "Teller is not active."
               CLOSE teller-file
           END-PERFORM.

       *> -------------------------------
       *> Step 00: copy the files the posting steps change to a
       *> dated snapshot before step 1.  Once taken for the
       *> business date it is kept - a rerun after a failure
       *> must not overwrite the clean copy with half-posted
       *> files.  A snapshot that fails halts the close before
       *> anything is posted.
       *> -------------------------------
       TAKE-CLOSE-SNAPSHOT.
           MOVE 0 TO step-number
           PERFORM LOOK-UP-STEP-STATUS
           IF step-done = 'Y'
               DISPLAY "Snapshot for " report-date
                   " already taken; keeping it."
           ELSE
               DISPLAY "Step 0: Pre-close snapshot"
               PERFORM MARK-STEP-STARTED
               MOVE 'S' TO snap-mode
               MOVE report-date TO snap-date
               MOVE eod-teller TO snap-teller
               MOVE SPACES TO snap-result
               CALL "CloseSnapshot" USING snapshot-request
               IF snap-result = 'OK'
                   PERFORM MARK-STEP-COMPLETED
                   DISPLAY "Step " step-number " completed."
               ELSE
                   PERFORM MARK-STEP-FAILED
                   MOVE 'Y' TO step-failed
                   DISPLAY "Step " step-number " FAILED."
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

       *> -------------------------------
       *> Supervisor-only rollback of a failed close.  Needs the
       *> snapshot taken for the business date in control.dat -
       *> once the last step has advanced the date there is
       *> nothing left to roll back.  After the files are
       *> restored every step status for the night is reset to
       *> R, so the rerun starts again at step 1; the snapshot
       *> itself is kept.
       *> -------------------------------
       ROLL-BACK-CLOSE.
           MOVE 0 TO step-number
           PERFORM LOOK-UP-STEP-STATUS
           EVALUATE TRUE
               WHEN operator-authority NOT = 'S'
                   DISPLAY "Supervisor authority required to roll "
                       "back a close."
               WHEN step-done NOT = 'Y'
                   DISPLAY "No pre-close snapshot for "
                       report-date "; nothing to roll back."
               WHEN OTHER
                   DISPLAY "Roll back the close of " report-date
                       " to its snapshot (Y/N)? "
                   ACCEPT confirm-input
                   IF confirm-input = 'Y' OR confirm-input = 'y'
                       PERFORM RESTORE-CLOSE-SNAPSHOT
                   ELSE
                       DISPLAY "Rollback cancelled."
                   END-IF
           END-EVALUATE.

       RESTORE-CLOSE-SNAPSHOT.
           MOVE 'R' TO snap-mode
           MOVE report-date TO snap-date
           MOVE eod-teller TO snap-teller
           MOVE SPACES TO snap-result
           CALL "CloseSnapshot" USING snapshot-request
           MOVE 0 TO RETURN-CODE
           IF snap-result = 'OK'
               MOVE 0 TO step-number
               PERFORM RESET-STEP-STATUS last-step TIMES
               DISPLAY "Close of " report-date
                   " rolled back; rerun the close from step 1."
           ELSE
               DISPLAY "Rollback FAILED; step statuses left as "
                   "they were."
           END-IF.

       RESET-STEP-STATUS.
           ADD 1 TO step-number
           PERFORM OPEN-RUN-CONTROL-IO
           MOVE report-date TO run-date
           MOVE step-number TO run-step
           READ run-control-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO run-status
                   REWRITE run-control-record
           END-READ
           CLOSE run-control-file.

       *> -------------------------------
       *> Run one step of the close: skip it when the run-
       *> control file says it already completed for this
                       MOVE 'Y' TO step-ok
                   END-IF
               WHEN 4
                   DISPLAY "Step 4: Term deposit maturity run"
                   MOVE 'TM' TO eod-step-code
                   CALL "BankAccountSystem" USING eod-request
                   IF eod-result = 'OK'
                       MOVE 'Y' TO step-ok
                   END-IF
               WHEN 5
                   DISPLAY "Step 5: Large-cash monitor"
                   CALL "CashMonitor"
                   IF RETURN-CODE = 0
                       MOVE 'Y' TO step-ok
                   END-IF
               WHEN 6
                   DISPLAY "Step 6: Reconcile ledger"
                   CALL "ReconcileLedger"
                   IF RETURN-CODE = 0
                       MOVE 'Y' TO step-ok
                   END-IF
               WHEN 7
                   DISPLAY "Step 7: Cross-file integrity check"
                   CALL "IntegrityCheck"
                   IF RETURN-CODE = 0
                       MOVE 'Y' TO step-ok
                   END-IF
               WHEN 8
                   DISPLAY "Step 8: Trial balance"
                   CALL "TrialBalance"
                   IF RETURN-CODE = 0
                       MOVE 'Y' TO step-ok
                   END-IF
               WHEN 9
                   DISPLAY "Step 9: GL extract"
                   CALL "GLExtract"
                   IF RETURN-CODE = 0
                       MOVE 'Y' TO step-ok
                   END-IF
               WHEN 10
                   DISPLAY "Step 10: Teller drawer proof"
                   CALL "TellerProof"
                   IF RETURN-CODE = 0
                       MOVE 'Y' TO step-ok
                   END-IF
               WHEN 11
                   DISPLAY "Step 11: Customer notices"
                   CALL "NoticeGen"
                   IF RETURN-CODE = 0
                       MOVE 'Y' TO step-ok
                   END-IF
               WHEN 12
                   DISPLAY "Step 12: Advance business date"
                   MOVE 'AD' TO eod-step-code
                   CALL "BankAccountSystem" USING eod-request
                   IF eod-result = 'OK'
