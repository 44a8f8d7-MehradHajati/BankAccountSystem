       IDENTIFICATION DIVISION.
       PROGRAM-ID. CloseSnapshot.

      *> -------------------------------------------------------
      *> Pre-close snapshot and rollback, called by the
      *> end-of-day driver.  Mode S copies every file the
      *> posting steps change - account.dat, transaction.dat,
      *> standord.dat, holds.dat, suspense.dat, control.dat and
      *> the batch checkpoint file batchchk.dat - to a dated
      *> snapshot copy before the first step runs:
      *>   acct-YYYYMMDD.snp  tran-YYYYMMDD.snp
      *>   ordr-YYYYMMDD.snp  hold-YYYYMMDD.snp
      *>   susp-YYYYMMDD.snp  ctrl-YYYYMMDD.snp
      *>   bchk-YYYYMMDD.snp
      *> Mode R puts every one of those files back exactly as
      *> the snapshot found them, so a close that died half way
      *> through a posting step can be rerun from a clean start.
      *> Nothing is restored unless all seven copies are on
      *> disk.  Both modes are written to the audit journal
      *> under the teller the driver passes in, keyed by the
      *> business date; snap-result comes back OK or ER.
      *> The audit journal itself is never restored - it is the
      *> record of what happened, rollback included.
      *> -------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-file ASSIGN TO "account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS account-number
               FILE STATUS IS account-file-status.
           SELECT transaction-file ASSIGN TO "transaction.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transaction-file-status.
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
           SELECT control-file ASSIGN TO "control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-file-status.
           SELECT checkpoint-file ASSIGN TO "batchchk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS checkpoint-batch-id
               FILE STATUS IS checkpoint-file-status.
           SELECT audit-file ASSIGN TO "auditjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-file-status.
           SELECT snapshot-file ASSIGN TO DYNAMIC snapshot-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS snapshot-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  account-file.
       COPY ACCTREC.

       FD  transaction-file.
       COPY TRANREC.

       FD  standing-order-file.
       COPY ORDRREC.

       FD  hold-file.
       COPY HOLDREC.

       FD  suspense-file.
       COPY SUSPREC.

       FD  control-file.
       COPY CTLREC.

       FD  checkpoint-file.
       COPY CHKPREC.

       FD  audit-file.
       COPY AUDITREC.

      *> -------------------------------------------------------
      *> One snapshot line holds one record of whichever file is
      *> being copied, byte for byte.
      *> -------------------------------------------------------
       FD  snapshot-file.
       01  snapshot-line            PIC X(200).

       WORKING-STORAGE SECTION.
       77  account-file-status      PIC XX VALUE "00".
       77  transaction-file-status  PIC XX VALUE "00".
       77  order-file-status        PIC XX VALUE "00".
       77  hold-file-status         PIC XX VALUE "00".
       77  suspense-file-status     PIC XX VALUE "00".
       77  control-file-status      PIC XX VALUE "00".
       77  checkpoint-file-status   PIC XX VALUE "00".
       77  audit-file-status        PIC XX VALUE "00".
       77  snapshot-file-status     PIC XX VALUE "00".
       77  end-of-file              PIC X VALUE 'N'.
       77  next-audit-id            PIC 9(7) VALUE 0.
       77  copy-failed              PIC X VALUE 'N'.
       77  snapshot-open            PIC X VALUE 'N'.
       77  live-file-status         PIC XX VALUE "00".
       77  files-copied             PIC 9 VALUE 0.
       77  records-copied           PIC 9(7) VALUE 0.
       77  snapshot-slot            PIC 9 VALUE 0.

      *> -------------------------------------------------------
      *> Snapshot copies are named prefix-YYYYMMDD.snp, one per
      *> file, dated with the business date being closed.
      *> -------------------------------------------------------
       77  snapshot-file-name       PIC X(17) VALUE SPACES.
       77  snapshot-prefix          PIC X(4) VALUE SPACES.
       01  snapshot-prefix-values   PIC X(28) VALUE
           "accttranordrholdsuspctrlbchk".
       01  snapshot-prefix-list REDEFINES snapshot-prefix-values.
           05  snapshot-prefix-entry PIC X(4) OCCURS 7 TIMES.

       01  snapshot-audit-image.
           05  FILLER               PIC X(6) VALUE "Files ".
           05  sa-files             PIC 9.
           05  FILLER               PIC X(9) VALUE " records ".
           05  sa-records           PIC 9(7).
           05  FILLER               PIC X VALUE SPACE.
           05  sa-outcome           PIC X(8).      *> COMPLETE/FAILED
           05  FILLER               PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
      *> -------------------------------------------------------
      *> snap-mode: S=take the snapshot  R=roll back to it.
      *> snap-date is the business date being closed; snap-
      *> teller is the operator (or, for a rollback, the
      *> supervisor) signed on to the driver.
      *> -------------------------------------------------------
       01  snapshot-request.
           05  snap-mode            PIC X.
           05  snap-date            PIC 9(8).
           05  snap-teller          PIC 9(4).
           05  snap-result          PIC XX.

       PROCEDURE DIVISION USING snapshot-request.
       MAIN-PROCEDURE.
           MOVE 'ER' TO snap-result
           MOVE 'N' TO copy-failed
           MOVE 0 TO files-copied
           MOVE 0 TO records-copied
           PERFORM INITIALIZE-AUDIT-COUNTER
           EVALUATE snap-mode
               WHEN 'S'
                   PERFORM TAKE-SNAPSHOT
               WHEN 'R'
                   PERFORM RESTORE-SNAPSHOT
               WHEN OTHER
                   DISPLAY "Unknown snapshot mode " snap-mode
           END-EVALUATE
           GOBACK.

       *> -------------------------------
       *> Copy every file out to its dated snapshot.  A file not
       *> yet created gives an empty copy, and rolling back to it
       *> leaves the file empty.
       *> -------------------------------
       TAKE-SNAPSHOT.
           PERFORM SNAPSHOT-ACCOUNTS
           PERFORM SNAPSHOT-TRANSACTIONS
           PERFORM SNAPSHOT-STANDING-ORDERS
           PERFORM SNAPSHOT-HOLDS
           PERFORM SNAPSHOT-SUSPENSE-ITEMS
           PERFORM SNAPSHOT-CONTROL
           PERFORM SNAPSHOT-CHECKPOINTS
           IF copy-failed = 'N'
               MOVE 'SS' TO audit-action
               PERFORM WRITE-SNAPSHOT-AUDIT
               MOVE 'OK' TO snap-result
               DISPLAY "Snapshot taken: " files-copied " files, "
                   records-copied " records."
           ELSE
               DISPLAY "Snapshot incomplete; the close must not "
                   "start."
           END-IF.

       SNAPSHOT-ACCOUNTS.
           MOVE "acct" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-OUTPUT
           IF snapshot-open = 'Y'
               OPEN INPUT account-file
               MOVE account-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-OPEN
               IF account-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ account-file NEXT RECORD
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               WRITE snapshot-line FROM account-record
                               ADD 1 TO records-copied
                       END-READ
                   END-PERFORM
                   CLOSE account-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       SNAPSHOT-TRANSACTIONS.
           MOVE "tran" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-OUTPUT
           IF snapshot-open = 'Y'
               OPEN INPUT transaction-file
               MOVE transaction-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-OPEN
               IF transaction-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ transaction-file
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               WRITE snapshot-line
                                   FROM transaction-record
                               ADD 1 TO records-copied
                       END-READ
                   END-PERFORM
                   CLOSE transaction-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       SNAPSHOT-STANDING-ORDERS.
           MOVE "ordr" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-OUTPUT
           IF snapshot-open = 'Y'
               OPEN INPUT standing-order-file
               MOVE order-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-OPEN
               IF order-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ standing-order-file NEXT RECORD
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               WRITE snapshot-line
                                   FROM standing-order-record
                               ADD 1 TO records-copied
                       END-READ
                   END-PERFORM
                   CLOSE standing-order-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       SNAPSHOT-HOLDS.
           MOVE "hold" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-OUTPUT
           IF snapshot-open = 'Y'
               OPEN INPUT hold-file
               MOVE hold-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-OPEN
               IF hold-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ hold-file NEXT RECORD
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               WRITE snapshot-line FROM hold-record
                               ADD 1 TO records-copied
                       END-READ
                   END-PERFORM
                   CLOSE hold-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       SNAPSHOT-SUSPENSE-ITEMS.
           MOVE "susp" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-OUTPUT
           IF snapshot-open = 'Y'
               OPEN INPUT suspense-file
               MOVE suspense-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-OPEN
               IF suspense-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ suspense-file NEXT RECORD
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               WRITE snapshot-line
                                   FROM suspense-record
                               ADD 1 TO records-copied
                       END-READ
                   END-PERFORM
                   CLOSE suspense-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       SNAPSHOT-CONTROL.
           MOVE "ctrl" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-OUTPUT
           IF snapshot-open = 'Y'
               OPEN INPUT control-file
               MOVE control-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-OPEN
               IF control-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ control-file
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               WRITE snapshot-line FROM control-record
                               ADD 1 TO records-copied
                       END-READ
                   END-PERFORM
                   CLOSE control-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       SNAPSHOT-CHECKPOINTS.
           MOVE "bchk" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-OUTPUT
           IF snapshot-open = 'Y'
               OPEN INPUT checkpoint-file
               MOVE checkpoint-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-OPEN
               IF checkpoint-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ checkpoint-file NEXT RECORD
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               WRITE snapshot-line
                                   FROM checkpoint-record
                               ADD 1 TO records-copied
                       END-READ
                   END-PERFORM
                   CLOSE checkpoint-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       *> -------------------------------
       *> A live file that is simply not there yet is copied as
       *> empty; any other open failure spoils the snapshot.
       *> -------------------------------
       CHECK-LIVE-FILE-OPEN.
           MOVE 'N' TO end-of-file
           IF live-file-status NOT = "00"
               AND live-file-status NOT = "35"
               DISPLAY "Cannot read the " snapshot-prefix
                   " file for the snapshot; status "
                   live-file-status
               MOVE 'Y' TO copy-failed
           END-IF.

       *> -------------------------------
       *> Put every file back from its snapshot copy.  All seven
       *> copies are looked for first, so a missing one stops the
       *> rollback before any live file has been touched.
       *> -------------------------------
       RESTORE-SNAPSHOT.
           MOVE 0 TO snapshot-slot
           PERFORM CHECK-SNAPSHOT-ON-FILE 7 TIMES
           IF copy-failed = 'Y'
               DISPLAY "Snapshot for " snap-date
                   " is not complete; nothing restored."
           ELSE
               PERFORM RESTORE-ACCOUNTS
               PERFORM RESTORE-TRANSACTIONS
               PERFORM RESTORE-STANDING-ORDERS
               PERFORM RESTORE-HOLDS
               PERFORM RESTORE-SUSPENSE-ITEMS
               PERFORM RESTORE-CONTROL
               PERFORM RESTORE-CHECKPOINTS
               MOVE 'RB' TO audit-action
               PERFORM WRITE-SNAPSHOT-AUDIT
               IF copy-failed = 'N'
                   MOVE 'OK' TO snap-result
                   DISPLAY "Restored " files-copied " files, "
                       records-copied " records, from the "
                       snap-date " snapshot."
               ELSE
                   DISPLAY "Rollback hit errors; check the files "
                       "before rerunning the close."
               END-IF
           END-IF.

       CHECK-SNAPSHOT-ON-FILE.
           ADD 1 TO snapshot-slot
           MOVE snapshot-prefix-entry(snapshot-slot)
               TO snapshot-prefix
           PERFORM BUILD-SNAPSHOT-NAME
           OPEN INPUT snapshot-file
           IF snapshot-file-status = "00"
               CLOSE snapshot-file
           ELSE
               DISPLAY "Snapshot copy " snapshot-file-name
                   " not found."
               MOVE 'Y' TO copy-failed
           END-IF.

       RESTORE-ACCOUNTS.
           MOVE "acct" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-INPUT
           IF snapshot-open = 'Y'
               OPEN OUTPUT account-file
               MOVE account-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-RESTORE
               IF account-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ snapshot-file
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               MOVE snapshot-line TO account-record
                               WRITE account-record
                                   INVALID KEY
                                       PERFORM NOTE-RESTORE-FAILED
                                   NOT INVALID KEY
                                       ADD 1 TO records-copied
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE account-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       RESTORE-TRANSACTIONS.
           MOVE "tran" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-INPUT
           IF snapshot-open = 'Y'
               OPEN OUTPUT transaction-file
               MOVE transaction-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-RESTORE
               IF transaction-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ snapshot-file
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               MOVE snapshot-line TO transaction-record
                               WRITE transaction-record
                               ADD 1 TO records-copied
                       END-READ
                   END-PERFORM
                   CLOSE transaction-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       RESTORE-STANDING-ORDERS.
           MOVE "ordr" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-INPUT
           IF snapshot-open = 'Y'
               OPEN OUTPUT standing-order-file
               MOVE order-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-RESTORE
               IF order-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ snapshot-file
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               MOVE snapshot-line
                                   TO standing-order-record
                               WRITE standing-order-record
                                   INVALID KEY
                                       PERFORM NOTE-RESTORE-FAILED
                                   NOT INVALID KEY
                                       ADD 1 TO records-copied
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE standing-order-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       RESTORE-HOLDS.
           MOVE "hold" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-INPUT
           IF snapshot-open = 'Y'
               OPEN OUTPUT hold-file
               MOVE hold-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-RESTORE
               IF hold-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ snapshot-file
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               MOVE snapshot-line TO hold-record
                               WRITE hold-record
                                   INVALID KEY
                                       PERFORM NOTE-RESTORE-FAILED
                                   NOT INVALID KEY
                                       ADD 1 TO records-copied
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE hold-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       RESTORE-SUSPENSE-ITEMS.
           MOVE "susp" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-INPUT
           IF snapshot-open = 'Y'
               OPEN OUTPUT suspense-file
               MOVE suspense-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-RESTORE
               IF suspense-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ snapshot-file
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               MOVE snapshot-line TO suspense-record
                               WRITE suspense-record
                                   INVALID KEY
                                       PERFORM NOTE-RESTORE-FAILED
                                   NOT INVALID KEY
                                       ADD 1 TO records-copied
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE suspense-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       RESTORE-CONTROL.
           MOVE "ctrl" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-INPUT
           IF snapshot-open = 'Y'
               OPEN OUTPUT control-file
               MOVE control-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-RESTORE
               IF control-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ snapshot-file
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               MOVE snapshot-line TO control-record
                               WRITE control-record
                               ADD 1 TO records-copied
                       END-READ
                   END-PERFORM
                   CLOSE control-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       RESTORE-CHECKPOINTS.
           MOVE "bchk" TO snapshot-prefix
           PERFORM OPEN-SNAPSHOT-INPUT
           IF snapshot-open = 'Y'
               OPEN OUTPUT checkpoint-file
               MOVE checkpoint-file-status TO live-file-status
               PERFORM CHECK-LIVE-FILE-RESTORE
               IF checkpoint-file-status = "00"
                   PERFORM UNTIL end-of-file = 'Y'
                       READ snapshot-file
                           AT END
                               MOVE 'Y' TO end-of-file
                           NOT AT END
                               MOVE snapshot-line TO checkpoint-record
                               WRITE checkpoint-record
                                   INVALID KEY
                                       PERFORM NOTE-RESTORE-FAILED
                                   NOT INVALID KEY
                                       ADD 1 TO records-copied
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE checkpoint-file
               END-IF
               PERFORM CLOSE-SNAPSHOT-FILE
           END-IF.

       *> -------------------------------
       *> A live file that cannot be recreated is left as it is
       *> and the rollback is marked as failed.
       *> -------------------------------
       CHECK-LIVE-FILE-RESTORE.
           IF live-file-status NOT = "00"
               DISPLAY "Cannot rewrite the " snapshot-prefix
                   " file from the snapshot; status "
                   live-file-status
               MOVE 'Y' TO copy-failed
           END-IF.

       NOTE-RESTORE-FAILED.
           DISPLAY "Could not restore a record from "
               snapshot-file-name
           MOVE 'Y' TO copy-failed.

       *> -------------------------------
       *> Snapshot file handling shared by both modes.
       *> -------------------------------
       BUILD-SNAPSHOT-NAME.
           MOVE "xxxx-00000000.snp" TO snapshot-file-name
           MOVE snapshot-prefix TO snapshot-file-name(1:4)
           MOVE snap-date TO snapshot-file-name(6:8).

       OPEN-SNAPSHOT-OUTPUT.
           PERFORM BUILD-SNAPSHOT-NAME
           MOVE 'N' TO snapshot-open
           OPEN OUTPUT snapshot-file
           IF snapshot-file-status = "00"
               MOVE 'Y' TO snapshot-open
           ELSE
               DISPLAY "Cannot write snapshot copy "
                   snapshot-file-name "; status "
                   snapshot-file-status
               MOVE 'Y' TO copy-failed
           END-IF.

       OPEN-SNAPSHOT-INPUT.
           PERFORM BUILD-SNAPSHOT-NAME
           MOVE 'N' TO end-of-file
           MOVE 'N' TO snapshot-open
           OPEN INPUT snapshot-file
           IF snapshot-file-status = "00"
               MOVE 'Y' TO snapshot-open
           ELSE
               DISPLAY "Cannot read snapshot copy "
                   snapshot-file-name "; status "
                   snapshot-file-status
               MOVE 'Y' TO copy-failed
           END-IF.

       CLOSE-SNAPSHOT-FILE.
           CLOSE snapshot-file
           ADD 1 TO files-copied
           MOVE 'N' TO end-of-file.

       *> -------------------------------
       *> Journal the snapshot or the rollback, keyed by the
       *> business date, with the file and record counts and
       *> whether every file came through, so a rollback that
       *> hit errors reads as FAILED on the audit report.
       *> -------------------------------
       WRITE-SNAPSHOT-AUDIT.
           MOVE files-copied TO sa-files
           MOVE records-copied TO sa-records
           IF copy-failed = 'N'
               MOVE "COMPLETE" TO sa-outcome
           ELSE
               MOVE "FAILED" TO sa-outcome
           END-IF
           ADD 1 TO next-audit-id
           MOVE next-audit-id TO audit-id
           MOVE snap-date TO audit-date
           MOVE snap-date TO audit-key
           MOVE snap-teller TO audit-teller
           MOVE SPACES TO audit-old-value
           MOVE snapshot-audit-image TO audit-new-value
           OPEN EXTEND audit-file
           IF audit-file-status = "35"
               OPEN OUTPUT audit-file
               CLOSE audit-file
               OPEN EXTEND audit-file
           END-IF
           WRITE audit-record
           CLOSE audit-file.

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
       *> End of program
       *> -------------------------------
       END PROGRAM CloseSnapshot.
