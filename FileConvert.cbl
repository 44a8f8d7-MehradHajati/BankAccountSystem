       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileConvert.

      *> -------------------------------------------------------
      *> One-off conversion of the indexed files whose record
      *> layouts grew, run by operations once, with the system
      *> down, before the new programs first touch the data:
      *>   account.dat   67 -> 102 bytes: certificate terms and
      *>                 the overdraft protection account added,
      *>                 all zero (no certificate, unprotected);
      *>   holds.dat     28 -> 35 bytes: hold-transaction-id
      *>                 added, zero (deposit not known);
      *>   suspense.dat  28 -> 35 bytes: suspense-original-id
      *>                 added, zero (not a returned item).
      *> Each file is copied out to a work file (acctconv.tmp,
      *> holdconv.tmp, suspconv.tmp), recreated in the current
      *> layout and loaded back with the new fields zeroed.  A
      *> file that already opens in the current layout, or is
      *> not on disk, is left alone, so a second run does no
      *> harm.  The work files are kept as the copy of the old
      *> data until operations removes them.  Any record that
      *> fails to load back gives a non-zero return code.
      *> -------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-file ASSIGN TO "account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS account-number
               FILE STATUS IS new-file-status.
           SELECT old-account-file ASSIGN TO "account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS old-account-number
               FILE STATUS IS old-file-status.
           SELECT hold-file ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hold-id
               FILE STATUS IS new-file-status.
           SELECT old-hold-file ASSIGN TO "holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS old-hold-id
               FILE STATUS IS old-file-status.
           SELECT suspense-file ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS suspense-id
               FILE STATUS IS new-file-status.
           SELECT old-suspense-file ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS old-suspense-id
               FILE STATUS IS old-file-status.
           SELECT work-file ASSIGN TO DYNAMIC work-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS work-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  account-file.
       COPY ACCTREC.

       FD  hold-file.
       COPY HOLDREC.

       FD  suspense-file.
       COPY SUSPREC.

      *> -------------------------------------------------------
      *> The old layouts only need their key and their length;
      *> the new layouts kept every old field where it was and
      *> added to the end.
      *> -------------------------------------------------------
       FD  old-account-file.
       01  old-account-record.
           05  old-account-number   PIC 9(5).
           05  FILLER               PIC X(62).

       FD  old-hold-file.
       01  old-hold-record.
           05  old-hold-id          PIC 9(5).
           05  FILLER               PIC X(23).

       FD  old-suspense-file.
       01  old-suspense-record.
           05  old-suspense-id      PIC 9(5).
           05  FILLER               PIC X(23).

       FD  work-file.
       01  work-line                PIC X(200).

       WORKING-STORAGE SECTION.
       77  new-file-status          PIC XX VALUE "00".
       77  old-file-status          PIC XX VALUE "00".
       77  work-file-status         PIC XX VALUE "00".
       77  work-file-name           PIC X(12) VALUE SPACES.
       77  end-of-file              PIC X VALUE 'N'.
       77  convert-failed           PIC X VALUE 'N'.
       77  convert-needed           PIC X VALUE 'N'.
       77  records-unloaded         PIC 9(7) VALUE 0.
       77  records-loaded           PIC 9(7) VALUE 0.
       77  records-refused          PIC 9(7) VALUE 0.
       77  convert-file-label       PIC X(12) VALUE SPACES.

      *> -------------------------------------------------------
      *> Record lengths before the layouts grew.
      *> -------------------------------------------------------
       77  old-account-length       PIC 999 VALUE 67.
       77  old-hold-length          PIC 999 VALUE 28.
       77  old-suspense-length      PIC 999 VALUE 28.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "-----------------------------------------------"
           DISPLAY "Data file layout conversion"
           DISPLAY "-----------------------------------------------"
           PERFORM CONVERT-ACCOUNTS
           PERFORM CONVERT-HOLDS
           PERFORM CONVERT-SUSPENSE-ITEMS
           IF convert-failed = 'Y'
               DISPLAY "Conversion incomplete; restore the files "
                   "from the work copies before going live."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Conversion complete."
           END-IF
           GOBACK.

       *> -------------------------------
       *> account.dat: copy out in the old layout, recreate in
       *> the current one.
       *> -------------------------------
       CONVERT-ACCOUNTS.
           MOVE "account.dat" TO convert-file-label
           MOVE "acctconv.tmp" TO work-file-name
           MOVE 'N' TO convert-needed
           OPEN INPUT account-file
           IF new-file-status = "00"
               CLOSE account-file
               PERFORM REPORT-ALREADY-CURRENT
           ELSE
               IF new-file-status = "35"
                   PERFORM REPORT-NOT-ON-DISK
               ELSE
                   OPEN INPUT old-account-file
                   IF old-file-status = "00"
                       MOVE 'Y' TO convert-needed
                   ELSE
                       PERFORM REPORT-NOT-RECOGNISED
                   END-IF
               END-IF
           END-IF
           IF convert-needed = 'Y'
               PERFORM UNLOAD-OLD-ACCOUNTS
               PERFORM RELOAD-ACCOUNTS
               PERFORM REPORT-CONVERSION
           END-IF.

       UNLOAD-OLD-ACCOUNTS.
           MOVE 0 TO records-unloaded
           MOVE 'N' TO end-of-file
           OPEN OUTPUT work-file
           PERFORM UNTIL end-of-file = 'Y'
               READ old-account-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       WRITE work-line FROM old-account-record
                       ADD 1 TO records-unloaded
               END-READ
           END-PERFORM
           CLOSE old-account-file
           CLOSE work-file
           MOVE 'N' TO end-of-file.

       RELOAD-ACCOUNTS.
           MOVE 0 TO records-loaded
           MOVE 0 TO records-refused
           MOVE 'N' TO end-of-file
           OPEN INPUT work-file
           OPEN OUTPUT account-file
           PERFORM UNTIL end-of-file = 'Y'
               READ work-file
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM LOAD-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE work-file
           CLOSE account-file
           MOVE 'N' TO end-of-file.

       LOAD-ONE-ACCOUNT.
           MOVE work-line(1:old-account-length) TO account-record
           MOVE 0 TO account-term-months
           MOVE 0 TO account-fixed-rate
           MOVE 0 TO account-open-date
           MOVE 0 TO account-maturity-date
           MOVE SPACE TO account-maturity-instruction
           MOVE 0 TO account-payout-account
           MOVE 0 TO account-protect-account
           WRITE account-record
               INVALID KEY
                   ADD 1 TO records-refused
               NOT INVALID KEY
                   ADD 1 TO records-loaded
           END-WRITE.

       *> -------------------------------
       *> holds.dat, the same way.
       *> -------------------------------
       CONVERT-HOLDS.
           MOVE "holds.dat" TO convert-file-label
           MOVE "holdconv.tmp" TO work-file-name
           MOVE 'N' TO convert-needed
           OPEN INPUT hold-file
           IF new-file-status = "00"
               CLOSE hold-file
               PERFORM REPORT-ALREADY-CURRENT
           ELSE
               IF new-file-status = "35"
                   PERFORM REPORT-NOT-ON-DISK
               ELSE
                   OPEN INPUT old-hold-file
                   IF old-file-status = "00"
                       MOVE 'Y' TO convert-needed
                   ELSE
                       PERFORM REPORT-NOT-RECOGNISED
                   END-IF
               END-IF
           END-IF
           IF convert-needed = 'Y'
               PERFORM UNLOAD-OLD-HOLDS
               PERFORM RELOAD-HOLDS
               PERFORM REPORT-CONVERSION
           END-IF.

       UNLOAD-OLD-HOLDS.
           MOVE 0 TO records-unloaded
           MOVE 'N' TO end-of-file
           OPEN OUTPUT work-file
           PERFORM UNTIL end-of-file = 'Y'
               READ old-hold-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       WRITE work-line FROM old-hold-record
                       ADD 1 TO records-unloaded
               END-READ
           END-PERFORM
           CLOSE old-hold-file
           CLOSE work-file
           MOVE 'N' TO end-of-file.

       RELOAD-HOLDS.
           MOVE 0 TO records-loaded
           MOVE 0 TO records-refused
           MOVE 'N' TO end-of-file
           OPEN INPUT work-file
           OPEN OUTPUT hold-file
           PERFORM UNTIL end-of-file = 'Y'
               READ work-file
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM LOAD-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE work-file
           CLOSE hold-file
           MOVE 'N' TO end-of-file.

       LOAD-ONE-HOLD.
           MOVE work-line(1:old-hold-length) TO hold-record
           MOVE 0 TO hold-transaction-id
           WRITE hold-record
               INVALID KEY
                   ADD 1 TO records-refused
               NOT INVALID KEY
                   ADD 1 TO records-loaded
           END-WRITE.

       *> -------------------------------
       *> suspense.dat, the same way.
       *> -------------------------------
       CONVERT-SUSPENSE-ITEMS.
           MOVE "suspense.dat" TO convert-file-label
           MOVE "suspconv.tmp" TO work-file-name
           MOVE 'N' TO convert-needed
           OPEN INPUT suspense-file
           IF new-file-status = "00"
               CLOSE suspense-file
               PERFORM REPORT-ALREADY-CURRENT
           ELSE
               IF new-file-status = "35"
                   PERFORM REPORT-NOT-ON-DISK
               ELSE
                   OPEN INPUT old-suspense-file
                   IF old-file-status = "00"
                       MOVE 'Y' TO convert-needed
                   ELSE
                       PERFORM REPORT-NOT-RECOGNISED
                   END-IF
               END-IF
           END-IF
           IF convert-needed = 'Y'
               PERFORM UNLOAD-OLD-SUSPENSE-ITEMS
               PERFORM RELOAD-SUSPENSE-ITEMS
               PERFORM REPORT-CONVERSION
           END-IF.

       UNLOAD-OLD-SUSPENSE-ITEMS.
           MOVE 0 TO records-unloaded
           MOVE 'N' TO end-of-file
           OPEN OUTPUT work-file
           PERFORM UNTIL end-of-file = 'Y'
               READ old-suspense-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       WRITE work-line FROM old-suspense-record
                       ADD 1 TO records-unloaded
               END-READ
           END-PERFORM
           CLOSE old-suspense-file
           CLOSE work-file
           MOVE 'N' TO end-of-file.

       RELOAD-SUSPENSE-ITEMS.
           MOVE 0 TO records-loaded
           MOVE 0 TO records-refused
           MOVE 'N' TO end-of-file
           OPEN INPUT work-file
           OPEN OUTPUT suspense-file
           PERFORM UNTIL end-of-file = 'Y'
               READ work-file
                   AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM LOAD-ONE-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           CLOSE work-file
           CLOSE suspense-file
           MOVE 'N' TO end-of-file.

       LOAD-ONE-SUSPENSE-ITEM.
           MOVE work-line(1:old-suspense-length) TO suspense-record
           MOVE 0 TO suspense-original-id
           WRITE suspense-record
               INVALID KEY
                   ADD 1 TO records-refused
               NOT INVALID KEY
                   ADD 1 TO records-loaded
           END-WRITE.

       *> -------------------------------
       *> Progress lines for the operator.
       *> -------------------------------
       REPORT-CONVERSION.
           DISPLAY convert-file-label " converted: "
               records-unloaded " read, " records-loaded
               " loaded, " records-refused " refused."
           IF records-loaded NOT = records-unloaded
               MOVE 'Y' TO convert-failed
           END-IF.

       REPORT-ALREADY-CURRENT.
           DISPLAY convert-file-label
               " is already in the current layout; left alone.".

       REPORT-NOT-ON-DISK.
           DISPLAY convert-file-label
               " is not on disk; nothing to convert.".

       REPORT-NOT-RECOGNISED.
           DISPLAY convert-file-label " opens in neither layout "
               "(status " new-file-status "/" old-file-status
               "); left alone."
           MOVE 'Y' TO convert-failed.

       *> -------------------------------
       *> End of program
       *> -------------------------------
       END PROGRAM FileConvert.
