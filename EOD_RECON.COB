      *          transaction journal, totals it by transaction type,
      *          and compares the closing balance implied by the
      *          journal against the actual account master file for
      *          every account touched that day. Cards reissued
      *          that day are listed old card to new from the
      *          maintenance audit file, so the balances that left
      *          one card and arrived on another can be followed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-JOURNAL-FILE.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       01 WS-JRNL-FILE-STATUS PIC XX.
       01 WS-ACCT-FILE-STATUS PIC XX.
       01 WS-JRNL-EOF PIC X VALUE "N".
       01 WS-ACCT-EOF PIC X VALUE "N".
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-AUDIT-EOF PIC X VALUE "N".
      * The business day an entry posts to: the stamped business
      * date when present, else the timestamp date (entries written
      * before the field existed).
           05 WS-TOTAL-TRANSFERS PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-INTEREST PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-FEES PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-DEBIT-INT PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-BILL-PAY PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-REISSUED PIC S9(12)V99 VALUE ZERO.
           05 WS-HOT-CARD-COUNT PIC 9(6) VALUE ZERO.
           05 WS-REISSUE-COUNT PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-TRAN-COUNT PIC 9(6) VALUE ZERO.

      * One entry per distinct card seen in today's journal: opening
           05 WS-TOUCHED-ENTRY OCCURS 1000 TIMES.
               10 WS-TCH-CARD-NUMBER PIC X(16).
               10 WS-TCH-ACCOUNT-TYPE PIC X(3).
               10 WS-TCH-OPENING-BAL PIC S9(10)V99.
               10 WS-TCH-CLOSING-BAL PIC S9(10)V99.
               10 WS-TCH-ACTUAL-BAL PIC S9(10)V99.
               10 WS-TCH-FOUND-ON-MASTER PIC X VALUE "N".
       01 WS-TX PIC 9(4).
       01 WS-FOUND-INDEX PIC 9(4).
       01 WS-TRM-FOUND PIC 9(2).
       01 WS-TRM-SEARCH-ID PIC X(8).

      * Balances are signed (an overdrawn cheque account runs below
      * zero), so the balance sums are too.
       01 WS-OPENING-SUM PIC S9(12)V99.
       01 WS-CLOSING-SUM PIC S9(12)V99.
       01 WS-ACTUAL-SUM PIC S9(12)V99.
       01 WS-MISMATCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OVERDRAWN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OVERDRAWN-SUM PIC S9(12)V99 VALUE ZERO.
      * Report formatting of amounts: figures go out with their
      * cents shown, and a negative figure with a leading minus.
       01 WS-EDIT-TOTAL PIC -(12)9.99.
       01 WS-EDIT-TOTAL-2 PIC -(12)9.99.

      * Only journal entries stamped with the business date being
      * reconciled are aggregated; other days' entries are left
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


           IF JRNL-TRAN-TYPE = "FEE"
               ADD JRNL-AMOUNT TO WS-TOTAL-FEES
           END-IF.
           IF JRNL-TRAN-TYPE = "DEBIT-INT"
               ADD JRNL-AMOUNT TO WS-TOTAL-DEBIT-INT
           END-IF.
           IF JRNL-TRAN-TYPE = "BILL-PAY"
               ADD JRNL-AMOUNT TO WS-TOTAL-BILL-PAY
           END-IF.
      * A card reissue moves each balance off the old card and onto
      * the new one; the REISSUE-IN side is the value that moved.
      * HOT-CARD entries move no value and only count attempts.
           IF JRNL-TRAN-TYPE = "REISSUE-IN"
               ADD JRNL-NEW-BALANCE TO WS-TOTAL-REISSUED
           END-IF.
           IF JRNL-TRAN-TYPE = "HOT-CARD"
               ADD 1 TO WS-HOT-CARD-COUNT
           END-IF.
      * A rejected envelope deposit nets the deposit back out of the
      * day's deposit total; a DEP-RELEASE moves no value and only
      * counts toward the transaction count.
                                   WS-TCH-CLOSING-BAL(WS-FOUND-INDEX)
                           END-IF
                       END-IF
                       IF ACCT-BALANCE < 0
                           ADD 1 TO WS-OVERDRAWN-COUNT
                           ADD ACCT-BALANCE TO WS-OVERDRAWN-SUM
                       END-IF
                       IF WS-FOUND-INDEX NOT = 0
                           MOVE ACCT-BALANCE TO
                               WS-TCH-ACTUAL-BAL(WS-FOUND-INDEX)
           DISPLAY "Total interest posted         : " WS-EDIT-TOTAL.
           MOVE WS-TOTAL-FEES TO WS-EDIT-TOTAL.
           DISPLAY "Total fees charged            : " WS-EDIT-TOTAL.
           MOVE WS-TOTAL-DEBIT-INT TO WS-EDIT-TOTAL.
           DISPLAY "Total debit interest charged  : " WS-EDIT-TOTAL.
           MOVE WS-TOTAL-BILL-PAY TO WS-EDIT-TOTAL.
           DISPLAY "Total bill payments           : " WS-EDIT-TOTAL.
           MOVE WS-TOTAL-REISSUED TO WS-EDIT-TOTAL.
           DISPLAY "Balances moved by card reissue: " WS-EDIT-TOTAL.
           DISPLAY "Hot-listed card attempts      : "
               WS-HOT-CARD-COUNT.
           PERFORM LIST-CARD-REISSUES.
           DISPLAY " ".
           DISPLAY "Per-terminal activity:".
           PERFORM VARYING WS-TRM-X FROM 1 BY 1
           MOVE WS-ACTUAL-SUM TO WS-EDIT-TOTAL.
           DISPLAY "Closing balance sum per account master    : "
               WS-EDIT-TOTAL.
           MOVE WS-OVERDRAWN-SUM TO WS-EDIT-TOTAL.
           DISPLAY "Accounts overdrawn at close: " WS-OVERDRAWN-COUNT
               "  total " WS-EDIT-TOTAL.
           IF WS-MISMATCH-COUNT = 0
               DISPLAY "Reconciliation OK - no mismatches found."
           ELSE



      * Each REISSUE audit entry stamped on the business date names
      * the old card and the replacement it moved to, one line per
      * account moved. A missing audit file means nothing to list.
       LIST-CARD-REISSUES.
           DISPLAY " ".
           DISPLAY "Card reissues:".
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   READ MAINT-AUDIT-FILE
                       AT END MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           IF MNT-ACTION = "REISSUE" AND
                               MNT-TIMESTAMP(1:8) = WS-RUN-DATE
                               ADD 1 TO WS-REISSUE-COUNT
                               DISPLAY "  " MNT-CARD-NUMBER " "
                                   MNT-ACCOUNT-TYPE " -> "
                                   MNT-LINKED-CARD " operator "
                                   MNT-OPERATOR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF.
           IF WS-REISSUE-COUNT = 0
               DISPLAY "  (none)"
           END-IF.


      * The business date is an operator input so a run that slips
      * past midnight still reconciles the day it belongs to. Blank
      * means today.
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
