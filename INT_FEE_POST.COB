      * Author: Ayanda Radebe
      * Purpose: Month-end interest and fee posting batch. Accrues
      *          interest on savings balances at the configured
      *          monthly rate, charges debit interest on overdrawn
      *          cheque balances, charges the configured fee per
      *          withdrawal made during the posting month (counted
      *          from the dated journal archives and the live
      *          journal), posts the result to the account master,
      *          and journals every INTEREST, DEBIT-INT and FEE
      *          posting so the end-of-day reconciliation still
      *          balances. Honours the run control file so a month
      *          cannot be posted twice by accident, and will not
      *          count from the month's archives unless ARCH-VERIFY
      *          has passed them (or the operator overrides).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT VERIFY-RESULT-FILE ASSIGN TO "ARCHVFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVF-FILE-STATUS.

           SELECT MONTH-PARAMETER-FILE ASSIGN TO "MTHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MPRM-FILE-STATUS.

       FD  JOURNAL-ARCHIVE-FILE.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==ARCH==.
           COPY ARCHCTL.

       FD  VERIFY-RESULT-FILE.
           COPY ARCHVFY.

       FD  MONTH-PARAMETER-FILE.
           COPY MTHPARM.
                   88 WS-ACC-CHEQUE VALUE "CHQ".
                   88 WS-ACC-SAVINGS VALUE "SAV".
               10 WS-ACC-PIN PIC X(4).
               10 WS-ACC-BALANCE PIC S9(10)V99.
               10 WS-ACC-HELD-AMOUNT PIC 9(10)V99.
               10 WS-ACC-STATUS PIC X(1).
                   88 WS-ACC-ACTIVE VALUE "A".
                   88 WS-ACC-LOCKED VALUE "L".
                   88 WS-ACC-CLOSED VALUE "C".
                   88 WS-ACC-DORMANT VALUE "D".
                   88 WS-ACC-HOTLISTED VALUE "H".
               10 WS-ACC-FAILED-ATTEMPTS PIC 9(1).
               10 WS-ACC-DAILY-LIMIT PIC 9(10)V99.
               10 WS-ACC-DAILY-WITHDRAWN PIC 9(10)V99.
               10 WS-ACC-LAST-ACTIVITY-DATE PIC 9(8).
               10 WS-ACC-OVERDRAFT-LIMIT PIC 9(10)V99.
               10 WS-ACC-HOTLIST-REASON PIC 9(1).
       01 WS-AX PIC 9(4).

       01 WS-FILE-STATUS-GROUP.
      * month, and the fee charged per withdrawal. Both come from
      * MTHPARM.DAT; a month-end posting with guessed figures is
      * worse than no posting, so a missing file aborts the run.
      * The debit interest rate on overdrawn cheque balances comes
      * from the same record; a record written before the rate was
      * added carries none, and no debit interest is charged.
       01 WS-INTEREST-RATE-BP PIC 9(4).
       01 WS-FEE-PER-WITHDRAWAL PIC 9(10)V99.
       01 WS-DEBIT-RATE-BP PIC 9(4).

      * Per-account withdrawal count for the posting month, net of
      * supervisor reversals, built from the dated journal archives
       01 WS-WALK-DATE PIC 9(8).
       01 WS-ARCHIVE-FILENAME PIC X(21).

      * Archive verification guard. Every archive of the month must
      * have passed ARCH-VERIFY (ARCHVFY.DAT) and still carry the
      * chain hash it was verified with, and a day with no archive
      * ahead of a later archived day is a gap. Days at the end of
      * the month not yet archived are read from the live journal
      * and need no verification. Any failure needs an override.
       01 WS-AVF-FILE-STATUS PIC XX.
       01 WS-AVF-EOF PIC X.
       01 WS-VERIFY-TABLE.
           05 WS-VFY-COUNT PIC 9(4) VALUE ZERO.
           05 WS-VFY-ENTRY OCCURS 2000 TIMES.
               10 WS-VFY-DATE PIC 9(8).
               10 WS-VFY-RESULT PIC X(1).
               10 WS-VFY-CHAIN-HASH PIC 9(10).
       01 WS-VX PIC 9(4).
       01 WS-VFY-FOUND PIC 9(4).
       01 WS-VFY-FAILED PIC 9(3).
       01 WS-VFY-MISSING PIC 9(3).
       01 WS-VFY-EXISTS PIC X.
       01 WS-VFY-CTL-HASH PIC 9(10).

      * Journal entry staging area, filled before PERFORM
      * WRITE-JOURNAL-ENTRY.
       01 WS-JOURNAL-ENTRY.
           05 WS-JE-ACCT-TYPE PIC X(3).
           05 WS-JE-TYPE PIC X(12).
           05 WS-JE-AMOUNT PIC 9(10)V99.
           05 WS-JE-OLD-BAL PIC S9(10)V99.
           05 WS-JE-NEW-BAL PIC S9(10)V99.

       01 WS-INTEREST-AMOUNT PIC 9(10)V99.
       01 WS-OVERDRAWN-AMOUNT PIC 9(10)V99.
       01 WS-DEBIT-INT-POSTED PIC 9(6) VALUE ZERO.
       01 WS-DEBIT-INT-TOTAL PIC 9(12)V99 VALUE ZERO.
       01 WS-FEE-AMOUNT PIC 9(10)V99.
       01 WS-INTEREST-POSTED PIC 9(6) VALUE ZERO.
      * Report formatting of amounts: figures go out with their
       01 WS-JOB-NAME PIC X(14) VALUE "INT-FEE-POST".
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


           DISPLAY "==== Month-End Interest and Fee Posting ====".
           PERFORM LOAD-SITE-ID.
           PERFORM GET-POSTING-MONTH.
           PERFORM CHECK-ARCHIVE-VERIFICATION.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-MONTH-PARAMETERS.
           DISPLAY "Interest entries posted : " WS-INTEREST-POSTED.
           MOVE WS-INTEREST-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY "Interest amount total   : " WS-EDIT-TOTAL.
           DISPLAY "Debit interest posted   : " WS-DEBIT-INT-POSTED.
           MOVE WS-DEBIT-INT-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY "Debit interest total    : " WS-EDIT-TOTAL.
           DISPLAY "Fee entries posted      : " WS-FEES-POSTED.
           MOVE WS-FEE-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY "Fee amount total        : " WS-EDIT-TOTAL.
                   MOVE MTH-INTEREST-RATE-BP TO WS-INTEREST-RATE-BP
                   MOVE MTH-FEE-PER-WITHDRAWAL TO
                       WS-FEE-PER-WITHDRAWAL
                   IF MTH-DEBIT-RATE-BP IS NUMERIC
                       MOVE MTH-DEBIT-RATE-BP TO WS-DEBIT-RATE-BP
                   ELSE
                       MOVE 0 TO WS-DEBIT-RATE-BP
                       DISPLAY "NOTE: no debit interest rate on "
                           "MTHPARM.DAT; overdrawn balances are not "
                           "charged this month."
                   END-IF
           END-READ.
           CLOSE MONTH-PARAMETER-FILE.
           DISPLAY "Savings interest rate : " WS-INTEREST-RATE-BP
               " basis point(s) per month".
           DISPLAY "Debit interest rate   : " WS-DEBIT-RATE-BP
               " basis point(s) per month".
           MOVE WS-FEE-PER-WITHDRAWAL TO WS-EDIT-TOTAL.
           DISPLAY "Fee per withdrawal    : " WS-EDIT-TOTAL.

                            WS-ACC-DAILY-WITHDRAWN(WS-ACCOUNT-COUNT)
                               MOVE ACCT-LAST-ACTIVITY-DATE TO
                          WS-ACC-LAST-ACTIVITY-DATE(WS-ACCOUNT-COUNT)
                               IF ACCT-OVERDRAFT-LIMIT IS NUMERIC
                                   MOVE ACCT-OVERDRAFT-LIMIT TO
                           WS-ACC-OVERDRAFT-LIMIT(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO
                           WS-ACC-OVERDRAFT-LIMIT(WS-ACCOUNT-COUNT)
                               END-IF
                               IF ACCT-HOTLIST-REASON IS NUMERIC
                                   MOVE ACCT-HOTLIST-REASON TO
                           WS-ACC-HOTLIST-REASON(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO
                           WS-ACC-HOTLIST-REASON(WS-ACCOUNT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       NEWM-DAILY-WITHDRAWN
                   MOVE WS-ACC-LAST-ACTIVITY-DATE(WS-AX) TO
                       NEWM-LAST-ACTIVITY-DATE
                   MOVE WS-ACC-OVERDRAFT-LIMIT(WS-AX) TO
                       NEWM-OVERDRAFT-LIMIT
                   MOVE WS-ACC-HOTLIST-REASON(WS-AX) TO
                       NEWM-HOTLIST-REASON
                   WRITE NEWM-RECORD
                   IF WS-ACCT-NEW-FILE-STATUS NOT = "00"
                       DISPLAY "WARNING: account master write failed "
           END-IF.


      * Interest first (credit interest on savings, debit interest on
      * an overdrawn cheque account), then the fee, each with its own
      * journal entry so EOD-RECON can chain the balances. Closed
      * accounts are left alone; a locked card still earns interest
      * and owes its fees.
       POST-INTEREST-AND-FEES.
           OPEN EXTEND TRANSACTION-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS = "35"
                   WS-JRNL-FILE-STATUS
               STOP RUN
           END-IF.
      * The stub a reissued card leaves behind holds nothing and
      * earns and pays nothing; its accounts post on the new card.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ACCOUNT-COUNT
               IF NOT WS-ACC-CLOSED(WS-AX) AND
                   WS-ACC-HOTLIST-REASON(WS-AX) NOT = 9
                   PERFORM POST-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       POST-ONE-ACCOUNT.
           IF WS-ACC-SAVINGS(WS-AX) AND WS-INTEREST-RATE-BP > 0
               AND WS-ACC-BALANCE(WS-AX) > 0
               COMPUTE WS-INTEREST-AMOUNT =
                   (WS-ACC-BALANCE(WS-AX) * WS-INTEREST-RATE-BP)
                   / 10000
                   ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
               END-IF
           END-IF.
      * Debit interest is charged on the overdrawn amount as it
      * stands at posting time.
           IF WS-ACC-CHEQUE(WS-AX) AND WS-DEBIT-RATE-BP > 0
               AND WS-ACC-BALANCE(WS-AX) < 0
               COMPUTE WS-OVERDRAWN-AMOUNT =
                   0 - WS-ACC-BALANCE(WS-AX)
               COMPUTE WS-INTEREST-AMOUNT =
                   (WS-OVERDRAWN-AMOUNT * WS-DEBIT-RATE-BP) / 10000
               IF WS-INTEREST-AMOUNT > 0
                   MOVE WS-ACC-BALANCE(WS-AX) TO WS-JE-OLD-BAL
                   SUBTRACT WS-INTEREST-AMOUNT FROM
                       WS-ACC-BALANCE(WS-AX)
                   MOVE WS-ACC-CARD-NUMBER(WS-AX) TO WS-JE-CARD
                   MOVE WS-ACC-ACCOUNT-TYPE(WS-AX) TO WS-JE-ACCT-TYPE
                   MOVE "DEBIT-INT" TO WS-JE-TYPE
                   MOVE WS-INTEREST-AMOUNT TO WS-JE-AMOUNT
                   MOVE WS-ACC-BALANCE(WS-AX) TO WS-JE-NEW-BAL
                   PERFORM WRITE-JOURNAL-ENTRY
                   ADD 1 TO WS-DEBIT-INT-POSTED
                   ADD WS-INTEREST-AMOUNT TO WS-DEBIT-INT-TOTAL
               END-IF
           END-IF.
           PERFORM FIND-ACCOUNT-WCOUNT.
           IF WS-FOUND-INDEX NOT = 0 AND WS-FEE-PER-WITHDRAWAL > 0
               IF WS-WCNT-WITHDRAWALS(WS-FOUND-INDEX) > 0
                   COMPUTE WS-FEE-AMOUNT =
                       WS-WCNT-WITHDRAWALS(WS-FOUND-INDEX) *
                       WS-FEE-PER-WITHDRAWAL
      * A cheque account is charged in full and may be taken
      * overdrawn by its fee. A savings account cannot go below
      * zero, so there a fee larger than what is left is capped at
      * the balance; the shortfall is a branch collection matter,
      * not an ATM one.
                   IF WS-ACC-SAVINGS(WS-AX) AND
                       WS-FEE-AMOUNT > WS-ACC-BALANCE(WS-AX)
                       MOVE WS-ACC-BALANCE(WS-AX) TO WS-FEE-AMOUNT
                   END-IF
                   IF WS-FEE-AMOUNT > 0
           MOVE SPACES TO JRNL-ORIG-TYPE.
           MOVE 0 TO JRNL-ORIG-TIMESTAMP.
           MOVE ZEROS TO JRNL-NOTE-COUNTS.
           MOVE ZEROS TO JRNL-NOTE-MIX.
           MOVE WS-SITE-ID TO JRNL-TERMINAL-ID.
           MOVE WS-BUSINESS-DATE TO JRNL-BUSINESS-DATE.
           MOVE SPACES TO JRNL-BILLER-CODE.
           MOVE SPACES TO JRNL-BILL-REFERENCE.
           WRITE JRNL-RECORD.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: journal write failed for card "
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


      * The month's archives are only read once they are known to be
      * intact: a failure here is listed and the run refused unless
      * the operator overrides, before anything is posted or printed.
       CHECK-ARCHIVE-VERIFICATION.
           PERFORM LOAD-VERIFY-RESULTS.
           MOVE 0 TO WS-VFY-FAILED.
           MOVE 0 TO WS-VFY-MISSING.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DAY).
           COMPUTE WS-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-LAST-DAY).
           PERFORM UNTIL WS-DAY-INTEGER > WS-LAST-INTEGER
               COMPUTE WS-WALK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING "JRNLARCH." DELIMITED BY SIZE
                   WS-WALK-DATE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILENAME
               PERFORM CHECK-ONE-VERIFIED-ARCHIVE
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.
           IF WS-VFY-FAILED > 0
               DISPLAY WS-VFY-FAILED " archive date(s) in "
                   WS-MONTH-FIRST-DAY " - " WS-MONTH-LAST-DAY
                   " fail verification; run ARCH-VERIFY and see "
                   "ARCHVER.RPT."
               DISPLAY "Enter Y to post over the month anyway: "
               ACCEPT WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER NOT = "Y"
                   DISPLAY "Run refused; no data was touched."
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "Journal archives for the month verified."
           END-IF.


       CHECK-ONE-VERIFIED-ARCHIVE.
           MOVE "N" TO WS-VFY-EXISTS.
           MOVE 0 TO WS-VFY-CTL-HASH.
           OPEN INPUT JOURNAL-ARCHIVE-FILE.
           IF WS-ARCH-FILE-STATUS = "00"
               MOVE "Y" TO WS-VFY-EXISTS
               MOVE "N" TO WS-ARCH-EOF
               PERFORM UNTIL WS-ARCH-EOF = "Y"
                   READ JOURNAL-ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-ARCH-EOF
                       NOT AT END
                           IF ARCH-CTL-TAG = "CONTROL" AND
                               ARCH-CTL-CHAIN-HASH IS NUMERIC
                               MOVE ARCH-CTL-CHAIN-HASH TO
                                   WS-VFY-CTL-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-ARCHIVE-FILE
           END-IF.
           IF WS-VFY-EXISTS = "N"
               ADD 1 TO WS-VFY-MISSING
           ELSE
               IF WS-VFY-MISSING > 0
                   DISPLAY "No archive for " WS-VFY-MISSING
                       " day(s) before " WS-WALK-DATE
                       " - gap in the closed days."
                   ADD WS-VFY-MISSING TO WS-VFY-FAILED
                   MOVE 0 TO WS-VFY-MISSING
               END-IF
               MOVE 0 TO WS-VFY-FOUND
               PERFORM VARYING WS-VX FROM 1 BY 1
                       UNTIL WS-VX > WS-VFY-COUNT
                   IF WS-VFY-DATE(WS-VX) = WS-WALK-DATE
                       MOVE WS-VX TO WS-VFY-FOUND
                   END-IF
               END-PERFORM
               IF WS-VFY-FOUND = 0
                   DISPLAY "Archive " WS-WALK-DATE
                       " has not been verified."
                   ADD 1 TO WS-VFY-FAILED
               ELSE
                   IF WS-VFY-RESULT(WS-VFY-FOUND) = "F"
                       DISPLAY "Archive " WS-WALK-DATE
                           " failed verification."
                       ADD 1 TO WS-VFY-FAILED
                   ELSE
                       IF WS-VFY-CHAIN-HASH(WS-VFY-FOUND) NOT =
                           WS-VFY-CTL-HASH
                           DISPLAY "Archive " WS-WALK-DATE
                               " was rewritten after it was "
                               "verified."
                           ADD 1 TO WS-VFY-FAILED
                       END-IF
                   END-IF
               END-IF
           END-IF.


      * A date verified more than once keeps its latest result, which
      * ARCH-VERIFY writes in place of the earlier one.
       LOAD-VERIFY-RESULTS.
           MOVE 0 TO WS-VFY-COUNT.
           MOVE "N" TO WS-AVF-EOF.
           OPEN INPUT VERIFY-RESULT-FILE.
           IF WS-AVF-FILE-STATUS = "00"
               PERFORM UNTIL WS-AVF-EOF = "Y"
                   READ VERIFY-RESULT-FILE
                       AT END MOVE "Y" TO WS-AVF-EOF
                       NOT AT END
                           IF WS-VFY-COUNT < 2000
                               ADD 1 TO WS-VFY-COUNT
                               MOVE AVF-ARCHIVE-DATE TO
                                   WS-VFY-DATE(WS-VFY-COUNT)
                               MOVE AVF-RESULT TO
                                   WS-VFY-RESULT(WS-VFY-COUNT)
                               MOVE AVF-CHAIN-HASH TO
                                   WS-VFY-CHAIN-HASH(WS-VFY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERIFY-RESULT-FILE
           ELSE
               IF WS-AVF-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open verification result file. "
                       "Status: " WS-AVF-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.


       END PROGRAM INT-FEE-POST.
