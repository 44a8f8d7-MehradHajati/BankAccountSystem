           05  gl-trans-in-amount   PIC 9(11)V99 VALUE 0.
           05  gl-fee-count         PIC 9(7) VALUE 0.
           05  gl-fee-amount        PIC 9(11)V99 VALUE 0.
           05  gl-returned-count    PIC 9(7) VALUE 0.
           05  gl-returned-amount   PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               WHEN 'F'
                   ADD 1 TO gl-fee-count
                   ADD trans-amount TO gl-fee-amount
               WHEN 'N'
                   ADD 1 TO gl-returned-count
                   ADD trans-amount TO gl-returned-amount
               WHEN OTHER
                   DISPLAY "Unknown posting type " trans-type
                       " on transaction " trans-id
           MOVE gl-fee-count TO es-count
           MOVE gl-fee-amount TO es-amount
           PERFORM WRITE-SUMMARY-RECORD
           MOVE 'N' TO es-posting-type
           MOVE gl-returned-count TO es-count
           MOVE gl-returned-amount TO es-amount
           PERFORM WRITE-SUMMARY-RECORD
           MOVE 'T' TO et-record-type
           MOVE 11 TO et-record-count
           MOVE posting-count TO et-posting-count
           MOVE account-hash TO et-account-hash
           MOVE amount-hash TO et-amount-hash
