      ******************************************************************
      * Author: Ayanda Radebe
      * Purpose: Monthly dormancy run. Marks every active account
      *          whose last customer activity is older than the
      *          configured number of whole months (MTHPARM.DAT) as
      *          dormant ("D"), so ATM-SIMULATOR refuses withdrawals
      *          and transfers on it until branch staff reactivate it
      *          through ACCT-MAINT. Only customer activity at the
      *          ATM moves the last-activity date; interest, fee and
      *          standing-order postings never do, so they cannot
      *          keep an abandoned account alive. Prints a dormancy
      *          report of every dormant account with its balance
      *          and the customer's name for the unclaimed-balances
      *          return, and appends a maintenance audit entry for
      *          each account marked. Honours the run control file so
      *          a month cannot be run twice by accident.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANCY-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCOUNT-MASTER-NEW-FILE ASSIGN TO "ACCTMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-NEW-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MONTH-PARAMETER-FILE ASSIGN TO "MTHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MPRM-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMANT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  ACCOUNT-MASTER-NEW-FILE.
           COPY ACCTREC REPLACING LEADING ==ACCT== BY ==NEWM==.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  MONTH-PARAMETER-FILE.
           COPY MTHPARM.

       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       FD  DORMANCY-REPORT-FILE.
       01  REPORT-LINE                   PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
      * The account master is held as a working-storage table for
      * the run. Once every account has been examined the whole
      * table is written to ACCTMAST.NEW and renamed over the master
      * in one move, so a crash mid-save can never leave a
      * half-written file behind. WS-ACC-MARKED flags the accounts
      * this run made dormant, for the report and the audit trail.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-COUNT PIC 9(4) VALUE ZERO.
           05 WS-ACCOUNT-ENTRY OCCURS 1000 TIMES.
               10 WS-ACC-CARD-NUMBER PIC X(16).
               10 WS-ACC-ACCOUNT-TYPE PIC X(3).
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
               10 WS-ACC-MARKED PIC X.
       01 WS-AX PIC 9(4).

       01 WS-FILE-STATUS-GROUP.
           05 WS-ACCT-FILE-STATUS PIC XX.
           05 WS-ACCT-NEW-FILE-STATUS PIC XX.
           05 WS-CUST-FILE-STATUS PIC XX.
           05 WS-MPRM-FILE-STATUS PIC XX.
           05 WS-AUDIT-FILE-STATUS PIC XX.
           05 WS-RPT-FILE-STATUS PIC XX.

       01 WS-RUN-FLAGS.
           05 WS-ACCT-EOF PIC X VALUE "N".
           05 WS-CUST-EOF PIC X VALUE "N".

      * Customer names, keyed on card number, for the report. A card
      * with no customer record prints without a name.
       01 WS-CUSTOMER-TABLE.
           05 WS-CST-COUNT PIC 9(4) VALUE ZERO.
           05 WS-CST-ENTRY OCCURS 1000 TIMES.
               10 WS-CST-CARD PIC X(16).
               10 WS-CST-NAME PIC X(30).
       01 WS-CX PIC 9(4).
       01 WS-CUST-FOUND PIC 9(4).

      * Dormancy period in whole months, from MTHPARM.DAT. Marking
      * accounts dormant on a guessed period is worse than not
      * running, so a missing or unset figure aborts the run.
       01 WS-DORMANCY-MONTHS PIC 9(3).

      * The run month and the calendar window it spans. The run
      * control row for this job is keyed on the month-end date, so
      * the same month cannot be run twice without an override. The
      * cutoff is the last day of the month the dormancy period
      * reaches back to: an account with no customer activity after
      * it has been idle for the whole period.
       01 WS-MONTH-INPUT PIC X(6).
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-MONTH-LAST-DAY PIC 9(8).
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-RUN-MM PIC 9(2).
       01 WS-NEXT-MONTH PIC 9(6).
       01 WS-NEXT-MONTH-FIRST PIC 9(8).
       01 WS-MONTH-SEQUENCE PIC 9(6).
       01 WS-CUTOFF-YEAR PIC 9(4).
       01 WS-CUTOFF-MM PIC 9(2).
       01 WS-CUTOFF-NEXT-FIRST PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).

      * Audit entry staging area, filled before PERFORM
      * WRITE-AUDIT-ENTRY. Entries written by this run carry the
      * job's own operator id.
       01 WS-OPERATOR-ID PIC X(8) VALUE "DORMANCY".
       01 WS-AUDIT-ENTRY.
           05 WS-AUD-ACTION PIC X(12).
           05 WS-AUD-CARD PIC X(16).
           05 WS-AUD-ACCT-TYPE PIC X(3).
           05 WS-AUD-OLD-VALUE PIC 9(10)V99.
           05 WS-AUD-NEW-VALUE PIC 9(10)V99.

       01 WS-NEWLY-DORMANT PIC 9(5) VALUE ZERO.
       01 WS-NEWLY-DORMANT-TOTAL PIC S9(12)V99 VALUE ZERO.
       01 WS-ALL-DORMANT PIC 9(5) VALUE ZERO.
       01 WS-ALL-DORMANT-TOTAL PIC S9(12)V99 VALUE ZERO.
       01 WS-CLOCK-STARTED PIC 9(5) VALUE ZERO.
      * Report formatting of amounts: figures go out with their
      * cents shown, and an overdrawn balance with a leading minus.
       01 WS-EDIT-TOTAL PIC -(12)9.99.

      * Report print lines.
       01 WS-HEADER-LINE.
           05 FILLER PIC X(27)
               VALUE "DORMANT ACCOUNTS FOR MONTH ".
           05 WS-HDR-MONTH PIC 9(6).
           05 FILLER PIC X(8) VALUE " RUN ON ".
           05 WS-HDR-RUN-DATE PIC 9(8).
           05 FILLER PIC X(31) VALUE SPACES.
       01 WS-PERIOD-LINE.
           05 FILLER PIC X(17) VALUE "DORMANCY PERIOD: ".
           05 WS-PRD-MONTHS PIC ZZ9.
           05 FILLER PIC X(36)
               VALUE " MONTHS; NO CUSTOMER ACTIVITY AFTER ".
           05 WS-PRD-CUTOFF PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(22) VALUE "CARD NUMBER      TYPE ".
           05 FILLER PIC X(31) VALUE "CUSTOMER NAME".
           05 FILLER PIC X(9) VALUE "LAST ACT".
           05 FILLER PIC X(18) VALUE "       BALANCE NEW".
       01 WS-DETAIL-LINE.
           05 WS-DTL-CARD PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-ACCT-TYPE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-LAST-ACTIVITY PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-BALANCE PIC -(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-NEW-FLAG PIC X(3).
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(40).
           05 WS-TOT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TOT-AMOUNT PIC -(12)9.99.
           05 FILLER PIC X(16) VALUE SPACES.

      * Run-control state for this job. The run month is an operator
      * input; a month already marked complete is refused unless the
      * operator gives an explicit rerun override.
       01 WS-RCTL-FILE-STATUS PIC XX.
       01 WS-RCTL-EOF PIC X VALUE "N".
       01 WS-JOB-NAME PIC X(14) VALUE "DORMANCY-RUN".
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


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==== Monthly Dormancy Run ====".
           PERFORM GET-RUN-MONTH.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-MONTH-PARAMETERS.
           PERFORM COMPUTE-DORMANCY-CUTOFF.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM MARK-DORMANT-ACCOUNTS.
           PERFORM SAVE-ACCOUNT-TABLE.
           PERFORM WRITE-DORMANCY-AUDIT.
           PERFORM PRINT-DORMANCY-REPORT.
           PERFORM MARK-RUN-COMPLETE.
           DISPLAY " ".
           DISPLAY "Month " WS-RUN-MONTH " dormancy run complete.".
           DISPLAY "Accounts marked dormant : " WS-NEWLY-DORMANT.
           DISPLAY "Dormant accounts in all : " WS-ALL-DORMANT.
           MOVE WS-ALL-DORMANT-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY "Dormant balances total  : " WS-EDIT-TOTAL.
           DISPLAY "Report written to DORMANT.RPT".
           STOP RUN.


      * The run month is an operator input (YYYYMM); the month-end
      * date keys the run control row.
       GET-RUN-MONTH.
           DISPLAY "Enter dormancy run month (YYYYMM): ".
           ACCEPT WS-MONTH-INPUT.
           IF WS-MONTH-INPUT IS NOT NUMERIC
               DISPLAY "Run month must be numeric YYYYMM."
               STOP RUN
           END-IF.
           MOVE WS-MONTH-INPUT TO WS-RUN-MONTH.
           DIVIDE WS-RUN-MONTH BY 100 GIVING WS-RUN-YEAR
               REMAINDER WS-RUN-MM.
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "Run month must be a valid YYYYMM."
               STOP RUN
           END-IF.
           IF WS-RUN-MM = 12
               COMPUTE WS-NEXT-MONTH = (WS-RUN-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-RUN-MONTH + 1
           END-IF.
           COMPUTE WS-NEXT-MONTH-FIRST = WS-NEXT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-LAST-DAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1).
           MOVE WS-MONTH-LAST-DAY TO WS-RUN-DATE.
           DISPLAY "Run month: " WS-RUN-MONTH
               " (month end " WS-MONTH-LAST-DAY ")".


       LOAD-MONTH-PARAMETERS.
           OPEN INPUT MONTH-PARAMETER-FILE.
           IF WS-MPRM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open month-end parameter file "
                   "MTHPARM.DAT. Status: " WS-MPRM-FILE-STATUS
               DISPLAY "Run refused; the dormancy period must be "
                   "configured."
               STOP RUN
           END-IF.
           READ MONTH-PARAMETER-FILE
               AT END
                   DISPLAY "Month-end parameter file is empty. "
                       "Run refused."
                   CLOSE MONTH-PARAMETER-FILE
                   STOP RUN
               NOT AT END
                   MOVE 0 TO WS-DORMANCY-MONTHS
                   IF MTH-DORMANCY-MONTHS IS NUMERIC
                       MOVE MTH-DORMANCY-MONTHS TO WS-DORMANCY-MONTHS
                   END-IF
           END-READ.
           CLOSE MONTH-PARAMETER-FILE.
           IF WS-DORMANCY-MONTHS = 0
               DISPLAY "No dormancy period is configured on "
                   "MTHPARM.DAT. Run refused."
               STOP RUN
           END-IF.
           DISPLAY "Dormancy period : " WS-DORMANCY-MONTHS
               " month(s)".


      * Months are counted on a running year*12 sequence so the
      * period can reach back across any number of year ends. The
      * cutoff is the day before the first of the month after the
      * one the period reaches back to.
       COMPUTE-DORMANCY-CUTOFF.
           COMPUTE WS-MONTH-SEQUENCE =
               WS-RUN-YEAR * 12 + WS-RUN-MM - WS-DORMANCY-MONTHS.
           DIVIDE WS-MONTH-SEQUENCE BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.
           COMPUTE WS-CUTOFF-NEXT-FIRST =
               WS-CUTOFF-YEAR * 10000 + WS-CUTOFF-MM * 100 + 1.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CUTOFF-NEXT-FIRST) - 1).
           DISPLAY "Idle since      : " WS-CUTOFF-DATE " or earlier".


       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE "N" TO WS-ACCT-EOF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master file. Status: "
                   WS-ACCT-FILE-STATUS
               STOP RUN
           ELSE
               PERFORM UNTIL WS-ACCT-EOF = "Y"
                   READ ACCOUNT-MASTER-FILE
                       AT END MOVE "Y" TO WS-ACCT-EOF
                       NOT AT END
                           IF WS-ACCOUNT-COUNT >= 1000
                               DISPLAY "WARNING: account master file "
                                   "has more than 1000 accounts; card "
                                   ACCT-CARD-NUMBER
                                   " and beyond were not loaded."
                           ELSE
                               ADD 1 TO WS-ACCOUNT-COUNT
                               MOVE ACCT-CARD-NUMBER TO
                                   WS-ACC-CARD-NUMBER(WS-ACCOUNT-COUNT)
                               MOVE ACCT-ACCOUNT-TYPE TO
                                WS-ACC-ACCOUNT-TYPE(WS-ACCOUNT-COUNT)
                               MOVE ACCT-PIN TO
                                   WS-ACC-PIN(WS-ACCOUNT-COUNT)
                               MOVE ACCT-BALANCE TO
                                   WS-ACC-BALANCE(WS-ACCOUNT-COUNT)
                               MOVE ACCT-HELD-AMOUNT TO
                                WS-ACC-HELD-AMOUNT(WS-ACCOUNT-COUNT)
                               MOVE ACCT-STATUS TO
                                   WS-ACC-STATUS(WS-ACCOUNT-COUNT)
                               MOVE ACCT-FAILED-ATTEMPTS TO
                                WS-ACC-FAILED-ATTEMPTS(WS-ACCOUNT-COUNT)
                               MOVE ACCT-DAILY-LIMIT TO
                                   WS-ACC-DAILY-LIMIT(WS-ACCOUNT-COUNT)
                               MOVE ACCT-DAILY-WITHDRAWN TO
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
                               MOVE "N" TO
                                   WS-ACC-MARKED(WS-ACCOUNT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.


      * Full-file save: the whole table is written to ACCTMAST.NEW
      * and renamed over the master in one move, so a crash between
      * the two leaves either the old file or the new one, never a
      * truncated half of one.
       SAVE-ACCOUNT-TABLE.
           OPEN OUTPUT ACCOUNT-MASTER-NEW-FILE.
           IF WS-ACCT-NEW-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master work file for "
                   "writing. Status: " WS-ACCT-NEW-FILE-STATUS
               DISPLAY "Run abandoned; no account was marked."
               STOP RUN
           ELSE
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ACCOUNT-COUNT
                   MOVE WS-ACC-CARD-NUMBER(WS-AX) TO NEWM-CARD-NUMBER
                   MOVE WS-ACC-ACCOUNT-TYPE(WS-AX) TO
                       NEWM-ACCOUNT-TYPE
                   MOVE WS-ACC-PIN(WS-AX) TO NEWM-PIN
                   MOVE WS-ACC-BALANCE(WS-AX) TO NEWM-BALANCE
                   MOVE WS-ACC-HELD-AMOUNT(WS-AX) TO
                       NEWM-HELD-AMOUNT
                   MOVE WS-ACC-STATUS(WS-AX) TO NEWM-STATUS
                   MOVE WS-ACC-FAILED-ATTEMPTS(WS-AX) TO
                       NEWM-FAILED-ATTEMPTS
                   MOVE WS-ACC-DAILY-LIMIT(WS-AX) TO NEWM-DAILY-LIMIT
                   MOVE WS-ACC-DAILY-WITHDRAWN(WS-AX) TO
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
                           "for card " NEWM-CARD-NUMBER " status: "
                           WS-ACCT-NEW-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MASTER-NEW-FILE
               CALL "CBL_RENAME_FILE"
                   USING "ACCTMAST.NEW" "ACCTMAST.DAT"
               IF RETURN-CODE NOT = 0
                   DISPLAY "Could not replace the account master "
                       "file; the new image is in ACCTMAST.NEW."
                   DISPLAY "Run abandoned; install ACCTMAST.NEW and "
                       "rerun the month."
                   STOP RUN
               END-IF
           END-IF.


      * A missing customer master simply means the report prints
      * without names until the branch captures them.
       LOAD-CUSTOMER-TABLE.
           MOVE 0 TO WS-CST-COUNT.
           MOVE "N" TO WS-CUST-EOF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS = "00"
               PERFORM UNTIL WS-CUST-EOF = "Y"
                   READ CUSTOMER-MASTER-FILE
                       AT END MOVE "Y" TO WS-CUST-EOF
                       NOT AT END
                           IF WS-CST-COUNT >= 1000
                               DISPLAY "WARNING: customer master has "
                                   "more than 1000 customers; card "
                                   CUST-CARD-NUMBER
                                   " and beyond were not loaded."
                           ELSE
                               ADD 1 TO WS-CST-COUNT
                               MOVE CUST-CARD-NUMBER TO
                                   WS-CST-CARD(WS-CST-COUNT)
                               MOVE CUST-NAME TO
                                   WS-CST-NAME(WS-CST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           ELSE
               IF WS-CUST-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open customer master file. "
                       "Status: " WS-CUST-FILE-STATUS
               END-IF
           END-IF.


       FIND-CUSTOMER.
           MOVE 0 TO WS-CUST-FOUND.
           MOVE 1 TO WS-CX.
           PERFORM UNTIL WS-CX > WS-CST-COUNT
                   OR WS-CUST-FOUND NOT = 0
               IF WS-CST-CARD(WS-CX) = WS-ACC-CARD-NUMBER(WS-AX)
                   MOVE WS-CX TO WS-CUST-FOUND
               END-IF
               ADD 1 TO WS-CX
           END-PERFORM.


      * Only an active account can go dormant: a locked card is
      * already blocked and a closed account is finished with. An
      * account that has never had a last-activity date (opened
      * before the date was kept, and not used since) has its clock
      * started at this month end instead of being marked at once,
      * so no account is made dormant without a full idle period
      * behind it.
       MARK-DORMANT-ACCOUNTS.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ACCOUNT-COUNT
               IF WS-ACC-ACTIVE(WS-AX)
                   IF WS-ACC-LAST-ACTIVITY-DATE(WS-AX) = 0
                       MOVE WS-MONTH-LAST-DAY TO
                           WS-ACC-LAST-ACTIVITY-DATE(WS-AX)
                       ADD 1 TO WS-CLOCK-STARTED
                   ELSE
                       IF WS-ACC-LAST-ACTIVITY-DATE(WS-AX) <=
                           WS-CUTOFF-DATE
                           SET WS-ACC-DORMANT(WS-AX) TO TRUE
                           MOVE "Y" TO WS-ACC-MARKED(WS-AX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      * Written only after the master has been safely replaced, so
      * the audit trail never claims a change the master does not
      * carry. The entry records the last-activity date that made
      * the account dormant, in both value fields.
       WRITE-DORMANCY-AUDIT.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
               CLOSE MAINT-AUDIT-FILE
               OPEN EXTEND MAINT-AUDIT-FILE
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open maintenance audit "
                   "file. Status: " WS-AUDIT-FILE-STATUS
           ELSE
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ACCOUNT-COUNT
                   IF WS-ACC-MARKED(WS-AX) = "Y"
                       MOVE "DORMANT" TO WS-AUD-ACTION
                       MOVE WS-ACC-CARD-NUMBER(WS-AX) TO WS-AUD-CARD
                       MOVE WS-ACC-ACCOUNT-TYPE(WS-AX) TO
                           WS-AUD-ACCT-TYPE
                       MOVE WS-ACC-LAST-ACTIVITY-DATE(WS-AX) TO
                           WS-AUD-OLD-VALUE
                       MOVE WS-ACC-LAST-ACTIVITY-DATE(WS-AX) TO
                           WS-AUD-NEW-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF.


       WRITE-AUDIT-ENTRY.
           MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID.
           MOVE WS-AUD-ACTION TO MNT-ACTION.
           MOVE WS-AUD-CARD TO MNT-CARD-NUMBER.
           MOVE WS-AUD-ACCT-TYPE TO MNT-ACCOUNT-TYPE.
           MOVE WS-AUD-OLD-VALUE TO MNT-OLD-VALUE.
           MOVE WS-AUD-NEW-VALUE TO MNT-NEW-VALUE.
           MOVE SPACES TO MNT-LINKED-CARD.
           MOVE SPACES TO MNT-APPROVER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-TIMESTAMP.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: maintenance audit write failed for "
                   "card " MNT-CARD-NUMBER " status: "
                   WS-AUDIT-FILE-STATUS
           END-IF.


      * Every dormant account on the master is listed, not only the
      * ones marked this month, so the report is the complete list
      * of balances held for customers who have stopped using them.
      * Accounts marked by this run are flagged NEW.
       PRINT-DORMANCY-REPORT.
           OPEN OUTPUT DORMANCY-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open dormancy report file. Status: "
                   WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-RUN-MONTH TO WS-HDR-MONTH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HDR-RUN-DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DORMANCY-MONTHS TO WS-PRD-MONTHS.
           MOVE WS-CUTOFF-DATE TO WS-PRD-CUTOFF.
           MOVE WS-PERIOD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ACCOUNT-COUNT
               IF WS-ACC-DORMANT(WS-AX)
                   PERFORM PRINT-DORMANT-ACCOUNT
               END-IF
           END-PERFORM.
           IF WS-ALL-DORMANT = 0
               MOVE "NO DORMANT ACCOUNTS ON THE MASTER" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MARKED DORMANT THIS RUN" TO WS-TOT-LABEL.
           MOVE WS-NEWLY-DORMANT TO WS-TOT-COUNT.
           MOVE WS-NEWLY-DORMANT-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALL DORMANT ACCOUNTS" TO WS-TOT-LABEL.
           MOVE WS-ALL-DORMANT TO WS-TOT-COUNT.
           MOVE WS-ALL-DORMANT-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIVITY CLOCK STARTED (NO PRIOR DATE): "
                   DELIMITED BY SIZE
               WS-CLOCK-STARTED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED BY COMPLIANCE: ____________  DATE: ____"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE DORMANCY-REPORT-FILE.


       PRINT-DORMANT-ACCOUNT.
           ADD 1 TO WS-ALL-DORMANT.
           ADD WS-ACC-BALANCE(WS-AX) TO WS-ALL-DORMANT-TOTAL.
           MOVE WS-ACC-CARD-NUMBER(WS-AX) TO WS-DTL-CARD.
           MOVE WS-ACC-ACCOUNT-TYPE(WS-AX) TO WS-DTL-ACCT-TYPE.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 0
               MOVE SPACES TO WS-DTL-NAME
           ELSE
               MOVE WS-CST-NAME(WS-CUST-FOUND) TO WS-DTL-NAME
           END-IF.
           MOVE WS-ACC-LAST-ACTIVITY-DATE(WS-AX) TO
               WS-DTL-LAST-ACTIVITY.
           MOVE WS-ACC-BALANCE(WS-AX) TO WS-DTL-BALANCE.
           IF WS-ACC-MARKED(WS-AX) = "Y"
               MOVE "NEW" TO WS-DTL-NEW-FLAG
               ADD 1 TO WS-NEWLY-DORMANT
               ADD WS-ACC-BALANCE(WS-AX) TO WS-NEWLY-DORMANT-TOTAL
           ELSE
               MOVE SPACES TO WS-DTL-NEW-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.


       LOAD-RUN-CONTROL.
           MOVE 0 TO WS-RC-COUNT.
           MOVE "N" TO WS-RCTL-EOF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RCTL-FILE-STATUS = "00"
               PERFORM UNTIL WS-RCTL-EOF = "Y"
                   READ RUN-CONTROL-FILE
                       AT END MOVE "Y" TO WS-RCTL-EOF
                       NOT AT END
                           IF WS-RC-COUNT >= 3000
                               MOVE "Y" TO WS-RC-TRUNCATED
                           ELSE
                               ADD 1 TO WS-RC-COUNT
                               MOVE RUN-JOB-NAME TO
                                   WS-RC-JOB(WS-RC-COUNT)
                               MOVE RUN-BUSINESS-DATE TO
                                   WS-RC-DATE(WS-RC-COUNT)
                               MOVE RUN-NUMBER TO
                                   WS-RC-RUN-NUMBER(WS-RC-COUNT)
                               MOVE RUN-STATUS TO
                                   WS-RC-STATUS(WS-RC-COUNT)
                           END-IF
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
                       WS-RCTL-FILE-STATUS
                   STOP RUN
               END-IF
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
                   "Status: " WS-RCTL-FILE-STATUS
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
           END-IF.


      * Refuses a run month this job already completed unless the
      * operator explicitly overrides, then records the run as
      * started ("S") before any data is touched. An aborted run
      * leaves "S" behind and restarts without ceremony. The row is
      * keyed on the month-end date.
       CHECK-RUN-CONTROL.
           MOVE 0 TO WS-RC-FOUND.
           PERFORM VARYING WS-RC-X FROM 1 BY 1
                   UNTIL WS-RC-X > WS-RC-COUNT
                   OR WS-RC-FOUND NOT = 0
               IF WS-RC-JOB(WS-RC-X) = WS-JOB-NAME AND
                   WS-RC-DATE(WS-RC-X) = WS-RUN-DATE
                   MOVE WS-RC-X TO WS-RC-FOUND
               END-IF
           END-PERFORM.
           IF WS-RC-FOUND NOT = 0
               IF WS-RC-STATUS(WS-RC-FOUND) = "C"
                   DISPLAY "Month ending " WS-RUN-DATE " is already "
                       "marked complete for this job (run "
                       WS-RC-RUN-NUMBER(WS-RC-FOUND) ")."
                   DISPLAY "Enter Y to override and rerun: "
                   ACCEPT WS-OVERRIDE-ANSWER
                   IF WS-OVERRIDE-ANSWER NOT = "Y"
                       DISPLAY "Run refused; no data was touched."
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               IF WS-RC-COUNT >= 3000
                   DISPLAY "Run control file is full; purge old rows "
                       "before running."
                   STOP RUN
               END-IF
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-FOUND
               MOVE WS-JOB-NAME TO WS-RC-JOB(WS-RC-FOUND)
               MOVE WS-RUN-DATE TO WS-RC-DATE(WS-RC-FOUND)
               MOVE 0 TO WS-RC-RUN-NUMBER(WS-RC-FOUND)
           END-IF.
           ADD 1 TO WS-RC-RUN-NUMBER(WS-RC-FOUND).
           MOVE "S" TO WS-RC-STATUS(WS-RC-FOUND).
           PERFORM SAVE-RUN-CONTROL.


       MARK-RUN-COMPLETE.
           MOVE "C" TO WS-RC-STATUS(WS-RC-FOUND).
           PERFORM SAVE-RUN-CONTROL.


       END PROGRAM DORMANCY-RUN.
