      *          transaction journal and the account master file and
      *          produces one fixed-format outbound record per card
      *          that had activity: card number, net transaction
      *          count, net amount, and final balance. A copy of
      *          every run sent is kept under its run sequence and
      *          the run is entered on the settlement run register
      *          as pending, for SETTLE-ACK to match against the
      *          host's acknowledgement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SENT-EXTRACT-FILE ASSIGN USING WS-SENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-FILE-STATUS.

           SELECT SETTLE-REGISTER-FILE ASSIGN TO "SETTLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SREG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-JOURNAL-FILE.
       FD  PARAMETER-FILE.
           COPY PARMREC.

       FD  SENT-EXTRACT-FILE.
           COPY EXTRREC REPLACING LEADING ==EXTR== BY ==SENT==.

       FD  SETTLE-REGISTER-FILE.
           COPY SETLREG.

       WORKING-STORAGE SECTION.
       01 WS-JRNL-FILE-STATUS PIC XX.
       01 WS-ACCT-FILE-STATUS PIC XX.
       01 WS-CARD-NUMERIC PIC 9(16).
       01 WS-NET-GRAND-TOTAL PIC S9(12)V99 VALUE ZERO.

      * Every run is also written, record for record, to a sent copy
      * named for its run sequence (SETTLSNT.nnnnnn.DAT), because
      * SETTLE.DAT is overwritten by the next run long before the
      * host's acknowledgement of this one may arrive.
       01 WS-SENT-FILENAME PIC X(21).
       01 WS-SENT-FILE-STATUS PIC XX.
       01 WS-SREG-FILE-STATUS PIC XX.

      * Per-card net movement accumulated from the journal. Net
      * amount is signed: deposits and TRANSFER-IN add, withdrawals
      * and TRANSFER-OUT subtract.
               10 WS-NET-ACCOUNT-TYPE PIC X(3).
               10 WS-NET-TRAN-COUNT PIC 9(5).
               10 WS-NET-AMOUNT-SIGNED PIC S9(10)V99.
               10 WS-NET-FINAL-BAL PIC S9(10)V99.
       01 WS-NX PIC 9(4).
       01 WS-FOUND-INDEX PIC 9(4).
       01 WS-SEARCH-FIELD PIC X(16).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-OVERRIDE-ANSWER PIC X.
       01 WS-RUNCTL-TABLE.
           05 WS-RC-COUNT PIC 9(4) VALUE ZERO.
           05 WS-RC-ENTRY OCCURS 3000 TIMES.
               10 WS-RC-JOB PIC X(14).
               10 WS-RC-DATE PIC 9(8).
               10 WS-RC-RUN-NUMBER PIC 9(4).
               10 WS-RC-STATUS PIC X(1).
       01 WS-RC-X PIC 9(4).
       01 WS-RC-FOUND PIC 9(4).
      * Completed rows older than the retention period are dropped
      * each time the file is rewritten, which keeps it well inside
      * the table. A file with more rows than the table holds is
      * never rewritten from the part that was loaded, and the job
      * refuses to run against it.
       01 WS-RC-TRUNCATED PIC X VALUE "N".
       01 WS-RC-RETAIN-DAYS PIC 9(3) VALUE 400.
       01 WS-RC-PURGE-BEFORE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).


           PERFORM APPLY-FINAL-BALANCES.
           PERFORM WRITE-EXTRACT-FILE.
           PERFORM SAVE-RUN-SEQUENCE.
           PERFORM WRITE-RUN-REGISTER.
           PERFORM REOPEN-ACKNOWLEDGEMENT.
           PERFORM MARK-RUN-COMPLETE.
           DISPLAY "Settlement extract written to SETTLE.DAT".
           DISPLAY "Run sequence number: " WS-RUN-SEQUENCE.
           END-IF.


      * The run goes on the register as pending ("P") with the same
      * control totals as its trailer; it stays pending until
      * SETTLE-ACK applies the host's acknowledgement for it. A run
      * the register does not hold could never be acknowledged, so
      * failing to record it stops the job before the run is marked
      * complete; SETTLE.DAT must not go to the host, and the date
      * is simply run again.
       WRITE-RUN-REGISTER.
           OPEN EXTEND SETTLE-REGISTER-FILE.
           IF WS-SREG-FILE-STATUS = "35"
               OPEN OUTPUT SETTLE-REGISTER-FILE
               CLOSE SETTLE-REGISTER-FILE
               OPEN EXTEND SETTLE-REGISTER-FILE
           END-IF.
           IF WS-SREG-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open settlement run register. "
                   "Status: " WS-SREG-FILE-STATUS
               DISPLAY "Run not completed; SETTLE.DAT must not be "
                   "sent. Rerun the business date."
               STOP RUN
           ELSE
               MOVE WS-RUN-SEQUENCE TO SREG-RUN-SEQUENCE
               MOVE WS-RUN-DATE TO SREG-BUSINESS-DATE
               MOVE WS-SITE-ID TO SREG-SITE-ID
               MOVE WS-DETAIL-COUNT TO SREG-DETAIL-COUNT
               IF WS-NET-GRAND-TOTAL < 0
                   MOVE "-" TO SREG-NET-SIGN
                   COMPUTE SREG-NET-TOTAL = 0 - WS-NET-GRAND-TOTAL
               ELSE
                   MOVE "+" TO SREG-NET-SIGN
                   MOVE WS-NET-GRAND-TOTAL TO SREG-NET-TOTAL
               END-IF
               MOVE "P" TO SREG-ACK-STATUS
               MOVE 0 TO SREG-ACK-DATE
               MOVE 0 TO SREG-REJECTED-LINES
               WRITE SREG-RECORD
               IF WS-SREG-FILE-STATUS NOT = "00"
                   DISPLAY "Settlement run register write failed. "
                       "Status: " WS-SREG-FILE-STATUS
                   DISPLAY "Run not completed; SETTLE.DAT must not "
                       "be sent. Rerun the business date."
                   CLOSE SETTLE-REGISTER-FILE
                   STOP RUN
               END-IF
               CLOSE SETTLE-REGISTER-FILE
           END-IF.


       READ-JOURNAL-AND-ACCUMULATE.
           OPEN INPUT TRANSACTION-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               IF JRNL-TRAN-TYPE = "WITHDRAWAL" OR
                   JRNL-TRAN-TYPE = "TRANSFER-OUT" OR
                   JRNL-TRAN-TYPE = "FEE" OR
                   JRNL-TRAN-TYPE = "DEBIT-INT" OR
                   JRNL-TRAN-TYPE = "DEP-REJECT" OR
                   JRNL-TRAN-TYPE = "BILL-PAY"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - JRNL-AMOUNT
               ELSE
                   IF JRNL-TRAN-TYPE = "REVERSAL"
                           MOVE JRNL-AMOUNT TO WS-SIGNED-AMOUNT
                       END-IF
                   ELSE
      * A card reissue takes the balance off the old card and puts
      * it on the new one, so each side nets by its balance change.
                   IF JRNL-TRAN-TYPE = "REISSUE-OUT" OR
                       JRNL-TRAN-TYPE = "REISSUE-IN"
                       COMPUTE WS-SIGNED-AMOUNT =
                           JRNL-NEW-BALANCE - JRNL-OLD-BALANCE
                   ELSE
                       MOVE 0 TO WS-SIGNED-AMOUNT
                   END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE JRNL-CARD-NUMBER TO WS-SEARCH-FIELD.
                   "Status: " WS-EXTR-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-SENT-FILENAME.
           STRING "SETTLSNT." DELIMITED BY SIZE
               WS-RUN-SEQUENCE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SENT-FILENAME.
           OPEN OUTPUT SENT-EXTRACT-FILE.
           IF WS-SENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open sent extract copy "
                   WS-SENT-FILENAME ". Status: " WS-SENT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-EXTRACT-HEADER.
           PERFORM VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > WS-NET-COUNT
               MOVE WS-NET-CARD-NUMBER(WS-NX) TO EXTR-CARD-NUMBER
                   MOVE "+" TO EXTR-NET-SIGN
                   MOVE WS-NET-AMOUNT-SIGNED(WS-NX) TO EXTR-NET-AMOUNT
               END-IF
               IF WS-NET-FINAL-BAL(WS-NX) < 0
                   MOVE "-" TO EXTR-FINAL-SIGN
                   COMPUTE EXTR-FINAL-BALANCE =
                       0 - WS-NET-FINAL-BAL(WS-NX)
               ELSE
                   MOVE "+" TO EXTR-FINAL-SIGN
                   MOVE WS-NET-FINAL-BAL(WS-NX) TO EXTR-FINAL-BALANCE
               END-IF
               WRITE SENT-RECORD FROM EXTR-RECORD
               IF WS-SENT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: sent extract copy write failed "
                       "for card " SENT-CARD-NUMBER " status: "
                       WS-SENT-FILE-STATUS
               END-IF
               WRITE EXTR-RECORD
               IF WS-EXTR-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: settlement extract write failed "
           END-PERFORM.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE SETTLEMENT-EXTRACT-FILE.
           CLOSE SENT-EXTRACT-FILE.


       WRITE-EXTRACT-HEADER.
           MOVE WS-RUN-DATE TO EXTR-HDR-DATE.
           MOVE WS-SITE-ID TO EXTR-HDR-SITE-ID.
           MOVE WS-RUN-SEQUENCE TO EXTR-HDR-RUN-SEQUENCE.
           WRITE SENT-HEADER-RECORD FROM EXTR-HEADER-RECORD.
           IF WS-SENT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: sent extract copy header write "
                   "failed. Status: " WS-SENT-FILE-STATUS
           END-IF.
           WRITE EXTR-HEADER-RECORD.
           IF WS-EXTR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: settlement extract header write "
               MOVE "+" TO EXTR-TRL-NET-SIGN
               MOVE WS-NET-GRAND-TOTAL TO EXTR-TRL-NET-TOTAL
           END-IF.
           WRITE SENT-TRAILER-RECORD FROM EXTR-TRAILER-RECORD.
           IF WS-SENT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: sent extract copy trailer write "
                   "failed. Status: " WS-SENT-FILE-STATUS
           END-IF.
           WRITE EXTR-TRAILER-RECORD.
           IF WS-EXTR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: settlement extract trailer write "
                   READ RUN-CONTROL-FILE
                       AT END MOVE "Y" TO WS-RCTL-EOF
                       NOT AT END
                           IF WS-RC-COUNT >= 3000
                               MOVE "Y" TO WS-RC-TRUNCATED
                           ELSE
                               ADD 1 TO WS-RC-COUNT
                               MOVE RUN-JOB-NAME TO
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               IF WS-RC-TRUNCATED = "Y"
                   DISPLAY "Run control file has more than 3000 rows; "
                       "run refused until it is purged."
                   STOP RUN
               END-IF
           ELSE
               IF WS-RCTL-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open run control file. Status: "
           END-IF.


      * Rewrites the file from the table, leaving out completed rows
      * dated more than the retention period before today. A row
      * still "S" is kept whatever its age, as it marks a run that
      * has not finished.
       SAVE-RUN-CONTROL.
           IF WS-RC-TRUNCATED = "Y"
               DISPLAY "WARNING: run control file was not fully "
                   "loaded; it has not been rewritten."
           ELSE
               PERFORM WRITE-RUN-CONTROL
           END-IF.


       WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RC-PURGE-BEFORE.
           COMPUTE WS-RC-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RC-PURGE-BEFORE)
                - WS-RC-RETAIN-DAYS).
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF WS-RCTL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to write run control file. "
           ELSE
               PERFORM VARYING WS-RC-X FROM 1 BY 1
                       UNTIL WS-RC-X > WS-RC-COUNT
                   IF WS-RC-STATUS(WS-RC-X) NOT = "C" OR
                       WS-RC-DATE(WS-RC-X) >= WS-RC-PURGE-BEFORE
                       MOVE WS-RC-JOB(WS-RC-X) TO RUN-JOB-NAME
                       MOVE WS-RC-DATE(WS-RC-X) TO RUN-BUSINESS-DATE
                       MOVE WS-RC-RUN-NUMBER(WS-RC-X) TO RUN-NUMBER
                       MOVE WS-RC-STATUS(WS-RC-X) TO RUN-STATUS
                       WRITE RUNCTL-RECORD
                       IF WS-RCTL-FILE-STATUS NOT = "00"
                           DISPLAY "WARNING: run control write "
                               "failed. Status: " WS-RCTL-FILE-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
                   END-IF
               END-IF
           ELSE
               IF WS-RC-COUNT >= 3000
                   DISPLAY "Run control file is full; purge old rows "
                       "before running."
                   STOP RUN
           PERFORM SAVE-RUN-CONTROL.


      * A rerun sends the host a fresh extract for the date, so any
      * acknowledgement SETTLE-ACK recorded for an earlier run of it
      * no longer covers what was sent; the date goes back to
      * awaiting acknowledgement before JRNL-ARCHIVE may close it.
       REOPEN-ACKNOWLEDGEMENT.
           PERFORM VARYING WS-RC-X FROM 1 BY 1
                   UNTIL WS-RC-X > WS-RC-COUNT
               IF WS-RC-JOB(WS-RC-X) = "SETTLE-ACK" AND
                   WS-RC-DATE(WS-RC-X) = WS-RUN-DATE
                   MOVE "S" TO WS-RC-STATUS(WS-RC-X)
               END-IF
           END-PERFORM.


       MARK-RUN-COMPLETE.
           MOVE "C" TO WS-RC-STATUS(WS-RC-FOUND).
           PERFORM SAVE-RUN-CONTROL.
