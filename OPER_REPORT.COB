      ******************************************************************
      * Author: Ayanda Radebe
      * Purpose: Operator activity report. Reads the maintenance audit
      *          file (MAINTLOG.DAT) for a date range and lists, per
      *          operator id, every action taken, every sign-on that
      *          was refused and every dual-control approval given,
      *          with the operator's name from the operator security
      *          file. Ids that are not on the operator file (batch
      *          jobs, mistyped or unknown ids) are listed as such.
      *          Only a supervisor can run it, and the sign-on is
      *          itself audited. Output is a printable report for the
      *          branch manager to review and sign off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT OPERATOR-REPORT-FILE ASSIGN TO "OPERACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERATOR-REPORT-FILE.
       01  REPORT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01 OPERATOR-ID PIC X(8).
       01 WS-SESSION-ENDED PIC X VALUE "N".
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-RPT-FILE-STATUS PIC XX.
       01 WS-AUDIT-EOF PIC X VALUE "N".

      * Operator security, the same checks OPER-MAINT makes:
      * operators are held on OPERATOR.DAT with the PIN kept only as
      * a hash of the operator id and PIN under the site key. The
      * table is reread for every check, so a revoke or lockout made
      * elsewhere takes effect at once. WS-CHECK-ROLES lists the
      * roles (T teller, S supervisor, C cash officer) the function
      * in hand accepts; WS-CHECK-ACTION comes back as the audit
      * action for the outcome.
       01 WS-OPERATOR-TABLE.
           05 WS-OPR-COUNT PIC 9(3) VALUE ZERO.
           05 WS-OPR-ENTRY OCCURS 200 TIMES.
               10 WS-OPR-ID PIC X(8).
               10 WS-OPR-NAME PIC X(30).
               10 WS-OPR-PIN-HASH PIC 9(10).
               10 WS-OPR-ROLE PIC X(1).
               10 WS-OPR-STATUS PIC X(1).
               10 WS-OPR-FAILED-LOGONS PIC 9(1).
               10 WS-OPR-LAST-LOGON PIC 9(14).
       01 WS-OX PIC 9(3).
       01 WS-OPR-FOUND PIC 9(3).
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPR-EOF PIC X.
       01 WS-OPR-LOADED PIC X.
       01 WS-OPR-TRUNCATED PIC X VALUE "N".
       01 WS-OPR-MAX-FAILURES PIC 9(1) VALUE 3.
       01 WS-CHECK-ID PIC X(8).
       01 WS-CHECK-PIN PIC X(8).
       01 WS-CHECK-ROLES PIC X(3).
       01 WS-CHECK-RESULT PIC X.
       01 WS-CHECK-ACTION PIC X(12).
       01 WS-ROLE-TALLY PIC 9(1).
       01 WS-HASH-KEY PIC X(8) VALUE "ATMOPSEC".
       01 WS-HASH-TEXT PIC X(24).
       01 WS-PIN-HASH PIC 9(10).
       01 WS-HX PIC 9(2).
       01 WS-HASH-ROUND PIC 9(1).
      * The date range the report covers, both ends inclusive and
      * both defaulting to today.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).

      * Audit entries in the range, in file order. Entries past the
      * table's capacity are counted but not listed.
       01 WS-ENTRY-TABLE.
           05 WS-ENT-COUNT PIC 9(4) VALUE ZERO.
           05 WS-ENT-ENTRY OCCURS 5000 TIMES.
               10 WS-ENT-OPERATOR PIC X(8).
               10 WS-ENT-ACTION PIC X(12).
               10 WS-ENT-CARD PIC X(16).
               10 WS-ENT-ACCT-TYPE PIC X(3).
               10 WS-ENT-OLD-VALUE PIC 9(10)V99.
               10 WS-ENT-NEW-VALUE PIC 9(10)V99.
               10 WS-ENT-TIMESTAMP PIC 9(14).
               10 WS-ENT-APPROVER PIC X(8).
       01 WS-EX PIC 9(4).
       01 WS-ENT-SKIPPED PIC 9(5) VALUE ZERO.

      * One row per operator id met in the range, as the acting
      * operator or as an approver, kept in id order.
       01 WS-SUMMARY-TABLE.
           05 WS-SUM-COUNT PIC 9(3) VALUE ZERO.
           05 WS-SUM-ENTRY OCCURS 300 TIMES.
               10 WS-SUM-ID PIC X(8).
               10 WS-SUM-ACTIONS PIC 9(5).
               10 WS-SUM-FAILURES PIC 9(5).
               10 WS-SUM-APPROVALS PIC 9(5).
       01 WS-SX PIC 9(3).
       01 WS-SY PIC 9(3).
       01 WS-SUM-FOUND PIC 9(3).
       01 WS-SEARCH-ID PIC X(8).
       01 WS-SUM-FULL PIC X VALUE "N".

       01 WS-TOTAL-ENTRIES PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-FAILURES PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-LOCKOUTS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-APPROVALS PIC 9(5) VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(26)
               VALUE "OPERATOR ACTIVITY REPORT ".
           05 FILLER PIC X(5) VALUE "FROM ".
           05 WS-HDR-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-HDR-TO PIC 9(8).
           05 FILLER PIC X(14) VALUE "  REVIEWED BY ".
           05 WS-HDR-BY PIC X(8).
           05 FILLER PIC X(27) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(50) VALUE
               "  DATE     TIME   ACTION       CARD/OPERATOR    TY".
           05 FILLER PIC X(50) VALUE
               "P     OLD VALUE     NEW VALUE  APPROVAL".
       01 WS-OPERATOR-LINE.
           05 FILLER PIC X(9) VALUE "OPERATOR ".
           05 WS-OPL-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OPL-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OPL-ROLE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OPL-STATUS PIC X(8).
           05 FILLER PIC X(30) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-ACTION PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-CARD PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-ACCT-TYPE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-OLD-VALUE PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-NEW-VALUE PIC Z(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-APPROVAL PIC X(13).
           05 FILLER PIC X(6) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER PIC X(11) VALUE "  ACTIONS: ".
           05 WS-CNT-ACTIONS PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE "   SIGN-ON FAILURES: ".
           05 WS-CNT-FAILURES PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE "   APPROVALS GIVEN: ".
           05 WS-CNT-APPROVALS PIC ZZZZ9.
           05 FILLER PIC X(33) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(40).
           05 WS-TOT-VALUE PIC ZZZZ9.
           05 FILLER PIC X(55) VALUE SPACES.
       01 WS-ROLE-NAME PIC X(12).
       01 WS-STATUS-NAME PIC X(8).
       01 WS-LISTED PIC X.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==== Operator Activity Report ====".
           PERFORM OPERATOR-LOGON.
           CLOSE MAINT-AUDIT-FILE.
           PERFORM GET-REPORT-RANGE.
           PERFORM LOAD-AUDIT-ENTRIES.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM PRINT-OPERATOR-REPORT.
           STOP RUN.


      * Signs the supervisor on against the operator file. The audit
      * file is opened first so the outcome is on the trail whichever
      * way it goes, and is closed again before it is read for the
      * report; a refused sign-on ends the run.
       OPERATOR-LOGON.
           PERFORM OPEN-AUDIT-FILE.
           IF WS-SESSION-ENDED = "Y"
               STOP RUN
           END-IF.
           DISPLAY "Enter operator id: ".
           ACCEPT OPERATOR-ID.
           IF OPERATOR-ID = SPACES
               DISPLAY "An operator id is required. Session ended."
               CLOSE MAINT-AUDIT-FILE
               STOP RUN
           END-IF.
           DISPLAY "Enter operator PIN: ".
           ACCEPT WS-CHECK-PIN.
           MOVE OPERATOR-ID TO WS-CHECK-ID.
           MOVE "S" TO WS-CHECK-ROLES.
           PERFORM CHECK-OPERATOR.
           PERFORM WRITE-SECURITY-AUDIT.
           IF WS-CHECK-RESULT NOT = "Y"
               DISPLAY "Session ended."
               CLOSE MAINT-AUDIT-FILE
               STOP RUN
           END-IF.
           DISPLAY "Signed on: " WS-OPR-NAME(WS-OPR-FOUND).


       OPEN-AUDIT-FILE.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
               CLOSE MAINT-AUDIT-FILE
               OPEN EXTEND MAINT-AUDIT-FILE
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open maintenance audit file. "
                   "Status: " WS-AUDIT-FILE-STATUS
               MOVE "Y" TO WS-SESSION-ENDED
           END-IF.


      * Both ends of the range are operator inputs; blank means today.
       GET-REPORT-RANGE.
           DISPLAY "Enter from date (YYYYMMDD, blank = today): ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FROM-DATE
           ELSE
               IF WS-DATE-INPUT IS NUMERIC
                   MOVE WS-DATE-INPUT TO WS-FROM-DATE
               ELSE
                   DISPLAY "From date must be numeric YYYYMMDD."
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "Enter to date (YYYYMMDD, blank = today): ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
           ELSE
               IF WS-DATE-INPUT IS NUMERIC
                   MOVE WS-DATE-INPUT TO WS-TO-DATE
               ELSE
                   DISPLAY "To date must be numeric YYYYMMDD."
                   STOP RUN
               END-IF
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date is after to date."
               STOP RUN
           END-IF.
           DISPLAY "Report range: " WS-FROM-DATE " to " WS-TO-DATE.


      * Collects the range's audit entries and builds the per-operator
      * counts. A sign-on refused, a lockout and a refused approval
      * all count as sign-on failures against the id that was keyed.
       LOAD-AUDIT-ENTRIES.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open maintenance audit file. "
                   "Status: " WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AUDIT-EOF = "Y"
               READ MAINT-AUDIT-FILE
                   AT END MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
                       IF MNT-TIMESTAMP(1:8) >= WS-FROM-DATE AND
                           MNT-TIMESTAMP(1:8) <= WS-TO-DATE
                           PERFORM ADD-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAINT-AUDIT-FILE.


       ADD-AUDIT-ENTRY.
           ADD 1 TO WS-TOTAL-ENTRIES.
           IF WS-ENT-COUNT >= 5000
               ADD 1 TO WS-ENT-SKIPPED
           ELSE
               ADD 1 TO WS-ENT-COUNT
               MOVE MNT-OPERATOR-ID TO WS-ENT-OPERATOR(WS-ENT-COUNT)
               MOVE MNT-ACTION TO WS-ENT-ACTION(WS-ENT-COUNT)
               MOVE MNT-CARD-NUMBER TO WS-ENT-CARD(WS-ENT-COUNT)
               MOVE MNT-ACCOUNT-TYPE TO WS-ENT-ACCT-TYPE(WS-ENT-COUNT)
               MOVE MNT-OLD-VALUE TO WS-ENT-OLD-VALUE(WS-ENT-COUNT)
               MOVE MNT-NEW-VALUE TO WS-ENT-NEW-VALUE(WS-ENT-COUNT)
               MOVE MNT-TIMESTAMP TO WS-ENT-TIMESTAMP(WS-ENT-COUNT)
               MOVE MNT-APPROVER-ID TO WS-ENT-APPROVER(WS-ENT-COUNT)
           END-IF.
           MOVE MNT-OPERATOR-ID TO WS-SEARCH-ID.
           PERFORM FIND-SUMMARY-ENTRY.
           IF WS-SUM-FOUND NOT = 0
               IF MNT-ACTION = "LOGON-FAIL" OR
                   MNT-ACTION = "LOCKOUT" OR
                   MNT-ACTION = "ROLE-REFUSED" OR
                   MNT-ACTION = "APPROVE-FAIL"
                   ADD 1 TO WS-SUM-FAILURES(WS-SUM-FOUND)
                   ADD 1 TO WS-TOTAL-FAILURES
               ELSE
                   ADD 1 TO WS-SUM-ACTIONS(WS-SUM-FOUND)
               END-IF
           END-IF.
           IF MNT-ACTION = "LOCKOUT"
               ADD 1 TO WS-TOTAL-LOCKOUTS
           END-IF.
           IF MNT-APPROVER-ID NOT = SPACES
               ADD 1 TO WS-TOTAL-APPROVALS
               MOVE MNT-APPROVER-ID TO WS-SEARCH-ID
               PERFORM FIND-SUMMARY-ENTRY
               IF WS-SUM-FOUND NOT = 0
                   ADD 1 TO WS-SUM-APPROVALS(WS-SUM-FOUND)
               END-IF
           END-IF.


      * Finds WS-SEARCH-ID in the summary table, inserting it in id
      * order when it is not there yet. WS-SUM-FOUND comes back zero
      * only when the table is full.
       FIND-SUMMARY-ENTRY.
           MOVE 0 TO WS-SUM-FOUND.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SUM-COUNT
                   OR WS-SUM-ID(WS-SX) >= WS-SEARCH-ID
               CONTINUE
           END-PERFORM.
           IF WS-SX <= WS-SUM-COUNT AND
               WS-SUM-ID(WS-SX) = WS-SEARCH-ID
               MOVE WS-SX TO WS-SUM-FOUND
           ELSE
               IF WS-SUM-COUNT >= 300
                   IF WS-SUM-FULL NOT = "Y"
                       DISPLAY "WARNING: more than 300 operator ids "
                           "in the range; later ids are not "
                           "summarised."
                       MOVE "Y" TO WS-SUM-FULL
                   END-IF
               ELSE
                   PERFORM VARYING WS-SY FROM WS-SUM-COUNT BY -1
                           UNTIL WS-SY < WS-SX
                       MOVE WS-SUM-ENTRY(WS-SY) TO
                           WS-SUM-ENTRY(WS-SY + 1)
                   END-PERFORM
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SEARCH-ID TO WS-SUM-ID(WS-SX)
                   MOVE 0 TO WS-SUM-ACTIONS(WS-SX)
                   MOVE 0 TO WS-SUM-FAILURES(WS-SX)
                   MOVE 0 TO WS-SUM-APPROVALS(WS-SX)
                   MOVE WS-SX TO WS-SUM-FOUND
               END-IF
           END-IF.


       PRINT-OPERATOR-REPORT.
           OPEN OUTPUT OPERATOR-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator report file. Status: "
                   WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-FROM-DATE TO WS-HDR-FROM.
           MOVE WS-TO-DATE TO WS-HDR-TO.
           MOVE OPERATOR-ID TO WS-HDR-BY.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-SUM-COUNT = 0
               MOVE "NO OPERATOR ACTIVITY IN THE RANGE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SUM-COUNT
               PERFORM PRINT-ONE-OPERATOR
           END-PERFORM.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AUDIT ENTRIES IN RANGE" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-ENTRIES TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPERATOR IDS" TO WS-TOT-LABEL.
           MOVE WS-SUM-COUNT TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SIGN-ON FAILURES" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-FAILURES TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LOCKOUTS" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-LOCKOUTS TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DUAL-CONTROL APPROVALS" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-APPROVALS TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ENT-SKIPPED > 0
               MOVE "ENTRIES COUNTED BUT NOT LISTED" TO WS-TOT-LABEL
               MOVE WS-ENT-SKIPPED TO WS-TOT-VALUE
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED BY BRANCH MANAGER: ____________  DATE: ____"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE OPERATOR-REPORT-FILE.
           DISPLAY "Audit entries in range: " WS-TOTAL-ENTRIES.
           DISPLAY "Report written to OPERACT.RPT".


      * One operator's block: the heading with name, role and status
      * from the operator file, the entries they made, the entries
      * they approved for someone else, and their counts.
       PRINT-ONE-OPERATOR.
           MOVE " " TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUM-ID(WS-SX) TO WS-OPL-ID.
           MOVE 0 TO WS-OPR-FOUND.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OPR-COUNT OR WS-OPR-FOUND NOT = 0
               IF WS-OPR-ID(WS-OX) = WS-SUM-ID(WS-SX)
                   MOVE WS-OX TO WS-OPR-FOUND
               END-IF
           END-PERFORM.
           IF WS-OPR-FOUND = 0 OR WS-SUM-ID(WS-SX) = SPACES
               MOVE "NOT ON OPERATOR FILE" TO WS-OPL-NAME
               MOVE SPACES TO WS-OPL-ROLE
               MOVE SPACES TO WS-OPL-STATUS
           ELSE
               MOVE WS-OPR-NAME(WS-OPR-FOUND) TO WS-OPL-NAME
               PERFORM SET-ROLE-AND-STATUS
               MOVE WS-ROLE-NAME TO WS-OPL-ROLE
               MOVE WS-STATUS-NAME TO WS-OPL-STATUS
           END-IF.
           MOVE WS-OPERATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO WS-LISTED.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-ENT-COUNT
               IF WS-ENT-OPERATOR(WS-EX) = WS-SUM-ID(WS-SX)
                   MOVE SPACES TO WS-DTL-APPROVAL
                   IF WS-ENT-APPROVER(WS-EX) NOT = SPACES
                       STRING "APPR " DELIMITED BY SIZE
                           WS-ENT-APPROVER(WS-EX) DELIMITED BY SIZE
                           INTO WS-DTL-APPROVAL
                   END-IF
                   PERFORM PRINT-DETAIL-LINE
               END-IF
               IF WS-ENT-APPROVER(WS-EX) = WS-SUM-ID(WS-SX) AND
                   WS-ENT-APPROVER(WS-EX) NOT = SPACES
                   MOVE SPACES TO WS-DTL-APPROVAL
                   STRING "FOR  " DELIMITED BY SIZE
                       WS-ENT-OPERATOR(WS-EX) DELIMITED BY SIZE
                       INTO WS-DTL-APPROVAL
                   PERFORM PRINT-DETAIL-LINE
               END-IF
           END-PERFORM.
           MOVE WS-SUM-ACTIONS(WS-SX) TO WS-CNT-ACTIONS.
           MOVE WS-SUM-FAILURES(WS-SX) TO WS-CNT-FAILURES.
           MOVE WS-SUM-APPROVALS(WS-SX) TO WS-CNT-APPROVALS.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.


       PRINT-DETAIL-LINE.
           MOVE WS-ENT-TIMESTAMP(WS-EX)(1:8) TO WS-DTL-DATE.
           MOVE WS-ENT-TIMESTAMP(WS-EX)(9:6) TO WS-DTL-TIME.
           MOVE WS-ENT-ACTION(WS-EX) TO WS-DTL-ACTION.
           MOVE WS-ENT-CARD(WS-EX) TO WS-DTL-CARD.
           MOVE WS-ENT-ACCT-TYPE(WS-EX) TO WS-DTL-ACCT-TYPE.
           MOVE WS-ENT-OLD-VALUE(WS-EX) TO WS-DTL-OLD-VALUE.
           MOVE WS-ENT-NEW-VALUE(WS-EX) TO WS-DTL-NEW-VALUE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.


       SET-ROLE-AND-STATUS.
           IF WS-OPR-ROLE(WS-OPR-FOUND) = "T"
               MOVE "TELLER" TO WS-ROLE-NAME
           ELSE
           IF WS-OPR-ROLE(WS-OPR-FOUND) = "S"
               MOVE "SUPERVISOR" TO WS-ROLE-NAME
           ELSE
           IF WS-OPR-ROLE(WS-OPR-FOUND) = "C"
               MOVE "CASH OFFICER" TO WS-ROLE-NAME
           ELSE
               MOVE WS-OPR-ROLE(WS-OPR-FOUND) TO WS-ROLE-NAME
           END-IF
           END-IF
           END-IF.
           IF WS-OPR-STATUS(WS-OPR-FOUND) = "A"
               MOVE "ACTIVE" TO WS-STATUS-NAME
           ELSE
           IF WS-OPR-STATUS(WS-OPR-FOUND) = "R"
               MOVE "REVOKED" TO WS-STATUS-NAME
           ELSE
           IF WS-OPR-STATUS(WS-OPR-FOUND) = "L"
               MOVE "LOCKED" TO WS-STATUS-NAME
           ELSE
               MOVE WS-OPR-STATUS(WS-OPR-FOUND) TO WS-STATUS-NAME
           END-IF
           END-IF
           END-IF.


      * Verifies WS-CHECK-ID and WS-CHECK-PIN against the operator
      * file for a function open to the roles in WS-CHECK-ROLES. A
      * wrong PIN counts towards the lockout, and the third in a row
      * locks the operator out until a supervisor lifts it in
      * OPER-MAINT. An unknown id and a wrong PIN get the same
      * answer, so the screen never confirms which ids exist.
       CHECK-OPERATOR.
           MOVE "N" TO WS-CHECK-RESULT.
           MOVE "LOGON-FAIL" TO WS-CHECK-ACTION.
           PERFORM LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPR-FOUND.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OPR-COUNT OR WS-OPR-FOUND NOT = 0
               IF WS-OPR-ID(WS-OX) = WS-CHECK-ID
                   MOVE WS-OX TO WS-OPR-FOUND
               END-IF
           END-PERFORM.
           IF WS-OPR-LOADED NOT = "Y"
               DISPLAY "Operator file OPERATOR.DAT is not available; "
                   "no operator can be verified."
           ELSE
           IF WS-OPR-FOUND = 0 OR WS-CHECK-ID = SPACES
               DISPLAY "Operator id or PIN not accepted."
           ELSE
           IF WS-OPR-STATUS(WS-OPR-FOUND) = "R"
               DISPLAY "Operator " WS-CHECK-ID " is revoked."
           ELSE
           IF WS-OPR-STATUS(WS-OPR-FOUND) = "L"
               DISPLAY "Operator " WS-CHECK-ID " is locked out; a "
                   "supervisor must lift the lockout."
           ELSE
               PERFORM HASH-OPERATOR-PIN
               IF WS-PIN-HASH NOT = WS-OPR-PIN-HASH(WS-OPR-FOUND)
                   ADD 1 TO WS-OPR-FAILED-LOGONS(WS-OPR-FOUND)
                   IF WS-OPR-FAILED-LOGONS(WS-OPR-FOUND) >=
                       WS-OPR-MAX-FAILURES
                       MOVE "L" TO WS-OPR-STATUS(WS-OPR-FOUND)
                       MOVE "LOCKOUT" TO WS-CHECK-ACTION
                       DISPLAY "Operator id or PIN not accepted. "
                           "Operator " WS-CHECK-ID " is now locked "
                           "out."
                   ELSE
                       DISPLAY "Operator id or PIN not accepted."
                   END-IF
               ELSE
                   MOVE 0 TO WS-OPR-FAILED-LOGONS(WS-OPR-FOUND)
                   MOVE 0 TO WS-ROLE-TALLY
                   IF WS-OPR-ROLE(WS-OPR-FOUND) NOT = SPACE
                       INSPECT WS-CHECK-ROLES TALLYING WS-ROLE-TALLY
                           FOR ALL WS-OPR-ROLE(WS-OPR-FOUND)
                   END-IF
                   IF WS-ROLE-TALLY = 0
                       MOVE "ROLE-REFUSED" TO WS-CHECK-ACTION
                       DISPLAY "Operator " WS-CHECK-ID " does not hold "
                           "a role permitted for this function."
                   ELSE
                       MOVE "Y" TO WS-CHECK-RESULT
                       MOVE "LOGON" TO WS-CHECK-ACTION
                       MOVE FUNCTION CURRENT-DATE(1:14) TO
                           WS-OPR-LAST-LOGON(WS-OPR-FOUND)
                   END-IF
               END-IF
               PERFORM SAVE-OPERATOR-TABLE
           END-IF
           END-IF
           END-IF
           END-IF.


      * One-way hash of the operator id and PIN under the site key;
      * the PIN itself is never kept. OPER-MAINT sets the hash with
      * the same key and arithmetic, so the two must not drift.
       HASH-OPERATOR-PIN.
           MOVE SPACES TO WS-HASH-TEXT.
           STRING WS-HASH-KEY DELIMITED BY SIZE
               WS-CHECK-ID DELIMITED BY SIZE
               WS-CHECK-PIN DELIMITED BY SIZE
               INTO WS-HASH-TEXT.
           MOVE 5381 TO WS-PIN-HASH.
           PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
                   UNTIL WS-HASH-ROUND > 2
               PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 24
                   COMPUTE WS-PIN-HASH = FUNCTION MOD(
                       WS-PIN-HASH * 263 +
                       FUNCTION ORD(WS-HASH-TEXT(WS-HX:1)) + WS-HX,
                       9999999967)
               END-PERFORM
           END-PERFORM.


      * An operator file holding more rows than the table is not
      * treated as loaded: no one can sign on against part of it, and
      * SAVE-OPERATOR-TABLE will not rewrite it, until it is purged.
       LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPR-COUNT.
           MOVE "N" TO WS-OPR-EOF.
           MOVE "N" TO WS-OPR-LOADED.
           MOVE "N" TO WS-OPR-TRUNCATED.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-FILE-STATUS = "00"
               MOVE "Y" TO WS-OPR-LOADED
               PERFORM UNTIL WS-OPR-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END MOVE "Y" TO WS-OPR-EOF
                       NOT AT END
                           IF WS-OPR-COUNT >= 200
                               MOVE "Y" TO WS-OPR-TRUNCATED
                           ELSE
                               ADD 1 TO WS-OPR-COUNT
                               MOVE OPR-ID TO WS-OPR-ID(WS-OPR-COUNT)
                               MOVE OPR-NAME TO
                                   WS-OPR-NAME(WS-OPR-COUNT)
                               MOVE OPR-PIN-HASH TO
                                   WS-OPR-PIN-HASH(WS-OPR-COUNT)
                               MOVE OPR-ROLE TO
                                   WS-OPR-ROLE(WS-OPR-COUNT)
                               MOVE OPR-STATUS TO
                                   WS-OPR-STATUS(WS-OPR-COUNT)
                               MOVE OPR-FAILED-LOGONS TO
                                   WS-OPR-FAILED-LOGONS(WS-OPR-COUNT)
                               MOVE OPR-LAST-LOGON TO
                                   WS-OPR-LAST-LOGON(WS-OPR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-OPR-TRUNCATED = "Y"
                   DISPLAY "WARNING: operator file has more than 200 "
                       "operators; it must be purged before anyone can "
                       "sign on."
                   MOVE "N" TO WS-OPR-LOADED
               END-IF
           ELSE
               IF WS-OPR-FILE-STATUS NOT = "35"
                   DISPLAY "WARNING: unable to open operator file. "
                       "Status: " WS-OPR-FILE-STATUS
               END-IF
           END-IF.


       SAVE-OPERATOR-TABLE.
           IF WS-OPR-TRUNCATED = "Y"
               DISPLAY "WARNING: operator file was not fully loaded; "
                   "it has not been rewritten."
           ELSE
               PERFORM WRITE-OPERATOR-TABLE
           END-IF.


       WRITE-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-FILE.
           IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to write operator file. "
                   "Status: " WS-OPR-FILE-STATUS
           ELSE
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OPR-COUNT
                   MOVE WS-OPR-ID(WS-OX) TO OPR-ID
                   MOVE WS-OPR-NAME(WS-OX) TO OPR-NAME
                   MOVE WS-OPR-PIN-HASH(WS-OX) TO OPR-PIN-HASH
                   MOVE WS-OPR-ROLE(WS-OX) TO OPR-ROLE
                   MOVE WS-OPR-STATUS(WS-OX) TO OPR-STATUS
                   MOVE WS-OPR-FAILED-LOGONS(WS-OX) TO
                       OPR-FAILED-LOGONS
                   MOVE WS-OPR-LAST-LOGON(WS-OX) TO OPR-LAST-LOGON
                   WRITE OPERATOR-RECORD
                   IF WS-OPR-FILE-STATUS NOT = "00"
                       DISPLAY "WARNING: operator file write failed "
                           "for operator " OPR-ID " status: "
                           WS-OPR-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.


      * Sign-on outcomes and refused approvals go on the maintenance
      * audit file under the id that was keyed, so the operator
      * activity report shows failed attempts as well as actions.
       WRITE-SECURITY-AUDIT.
           MOVE WS-CHECK-ID TO MNT-OPERATOR-ID.
           MOVE WS-CHECK-ACTION TO MNT-ACTION.
           MOVE SPACES TO MNT-CARD-NUMBER.
           MOVE SPACES TO MNT-ACCOUNT-TYPE.
           MOVE 0 TO MNT-OLD-VALUE.
           MOVE 0 TO MNT-NEW-VALUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-TIMESTAMP.
           MOVE SPACES TO MNT-LINKED-CARD.
           MOVE SPACES TO MNT-APPROVER-ID.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: maintenance audit write failed for "
                   "operator " MNT-OPERATOR-ID " status: "
                   WS-AUDIT-FILE-STATUS
           END-IF.

       END PROGRAM OPER-REPORT.
