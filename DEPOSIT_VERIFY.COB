      *          short or empty). A release only frees availability;
      *          a rejection debits the balance and is journalled as
      *          DEP-REJECT so the end-of-day reconciliation still
      *          balances. The operator signs on against the operator
      *          security file (teller or supervisor). Every action is
      *          appended to the maintenance audit file with the
      *          operator id and a timestamp.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCOUNT-MASTER-NEW-FILE ASSIGN TO "ACCTMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-NEW-FILE-STATUS.

           SELECT TRANSACTION-JOURNAL-FILE ASSIGN TO "TXNJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  ACCOUNT-MASTER-NEW-FILE.
           COPY ACCTREC REPLACING LEADING ==ACCT== BY ==NEWM==.

       FD  TRANSACTION-JOURNAL-FILE.
           COPY JRNLREC.

       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 OPERATOR-ID PIC X(8).
       01 USER-CHOICE PIC 9.
      * the life of the session; a table slot number is also the
      * record's position in the file, so after an action only the
      * slot flagged WS-ACC-CHANGED is rewritten in place, the same
      * way ACCT-MAINT updates it. A master written before the
      * overdraft limit or hot-list reason was added is rewritten in
      * full through ACCTMAST.NEW instead, since an in-place rewrite
      * cannot lengthen its records.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-COUNT PIC 9(4) VALUE ZERO.
           05 WS-ACCOUNT-ENTRY OCCURS 1000 TIMES.
               10 WS-ACC-CARD-NUMBER PIC X(16).
               10 WS-ACC-ACCOUNT-TYPE PIC X(3).
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
               10 WS-ACC-CHANGED PIC X.
      * Set when a record on the master is shorter than the current
      * layout; cleared once the full rewrite has replaced the file.
       01 WS-TABLE-SHORT-RECORDS PIC X.
      * Set by either save when the master could not be updated; an
      * action that finds it set ends the session before anything
      * is journalled, so the journal never shows a change the
      * master does not hold.
       01 WS-SAVE-FAILED PIC X.
       01 WS-AX PIC 9(4).
       01 WS-FOUND-INDEX PIC 9(4).
       01 WS-SEARCH-CARD PIC X(16).
       01 WS-SEARCH-TYPE PIC X(3).
       01 WS-HOLDS-LISTED PIC 9(3).
      * Screen formatting of amounts: figures go out with their
      * cents shown, and an overdrawn balance with a leading minus.
      * A rejected deposit can leave a cheque account overdrawn,
      * beyond its limit if the customer has already drawn on it.
       01 WS-EDIT-AMOUNT PIC -(10)9.99.
       01 WS-EDIT-AMOUNT-2 PIC -(10)9.99.

       01 WS-FILE-STATUS-GROUP.
           05 WS-ACCT-FILE-STATUS PIC XX.
           05 WS-ACCT-NEW-FILE-STATUS PIC XX.
           05 WS-JRNL-FILE-STATUS PIC XX.
           05 WS-PARM-FILE-STATUS PIC XX.
           05 WS-AUDIT-FILE-STATUS PIC XX.
           05 WS-JE-ACCT-TYPE PIC X(3).
           05 WS-JE-TYPE PIC X(12).
           05 WS-JE-AMOUNT PIC 9(10)V99.
           05 WS-JE-OLD-BAL PIC S9(10)V99.
           05 WS-JE-NEW-BAL PIC S9(10)V99.

      * Audit entry staging area, filled before PERFORM
      * WRITE-AUDIT-ENTRY.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-NOW-STAMP PIC 9(14).
       01 WS-NOW-TIME PIC 9(6).
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


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==== Deposit Verification (Back Office) ====".
           PERFORM OPERATOR-LOGON.
           PERFORM INITIALIZE-SESSION.
           PERFORM UNTIL WS-SESSION-ENDED = "Y"
               PERFORM DISPLAY-VERIFY-MENU
           STOP RUN.


      * Signs the operator on against the operator file before
      * anything is loaded. The audit file is opened first so the
      * outcome is on the trail whichever way it goes; a refused
      * sign-on ends the session.
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
           MOVE "TS" TO WS-CHECK-ROLES.
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


       INITIALIZE-SESSION.
           PERFORM LOAD-SITE-ID.
           PERFORM LOAD-ACCOUNT-TABLE.
                   WS-JRNL-FILE-STATUS
               MOVE "Y" TO WS-SESSION-ENDED
           END-IF.


       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE "N" TO WS-ACCT-EOF.
           MOVE "N" TO WS-TABLE-SHORT-RECORDS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master file. Status: "
                            WS-ACC-DAILY-WITHDRAWN(WS-ACCOUNT-COUNT)
                               MOVE ACCT-LAST-ACTIVITY-DATE TO
                          WS-ACC-LAST-ACTIVITY-DATE(WS-ACCOUNT-COUNT)
                               IF ACCT-OVERDRAFT-LIMIT IS NUMERIC
                                   MOVE ACCT-OVERDRAFT-LIMIT TO
                           WS-ACC-OVERDRAFT-LIMIT(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO
                           WS-ACC-OVERDRAFT-LIMIT(WS-ACCOUNT-COUNT)
                                   MOVE "Y" TO WS-TABLE-SHORT-RECORDS
                               END-IF
                               IF ACCT-HOTLIST-REASON IS NUMERIC
                                   MOVE ACCT-HOTLIST-REASON TO
                           WS-ACC-HOTLIST-REASON(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO
                           WS-ACC-HOTLIST-REASON(WS-ACCOUNT-COUNT)
                                   MOVE "Y" TO WS-TABLE-SHORT-RECORDS
                               END-IF
                               MOVE "N" TO
                                   WS-ACC-CHANGED(WS-ACCOUNT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
               IF WS-TABLE-SHORT-RECORDS = "Y"
                   DISPLAY "NOTE: account master file predates "
                       "the current record layout; rewriting it."
                   PERFORM SAVE-ACCOUNT-TABLE
               END-IF
           END-IF.


      * Full-file save: the whole table is written to ACCTMAST.NEW
      * and renamed over the master in one move, so a crash between
      * the two leaves either the old file or the new one, never a
      * truncated half of one.
       SAVE-ACCOUNT-TABLE.
           MOVE "N" TO WS-SAVE-FAILED.
           OPEN OUTPUT ACCOUNT-MASTER-NEW-FILE.
           IF WS-ACCT-NEW-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open account master work "
                   "file for writing. Status: "
                   WS-ACCT-NEW-FILE-STATUS
               MOVE "Y" TO WS-SAVE-FAILED
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
                       MOVE "Y" TO WS-SAVE-FAILED
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MASTER-NEW-FILE
               IF WS-SAVE-FAILED = "N"
                   CALL "CBL_RENAME_FILE"
                       USING "ACCTMAST.NEW" "ACCTMAST.DAT"
                   IF RETURN-CODE NOT = 0
                       DISPLAY "WARNING: could not replace the account "
                           "master file; the new image is in "
                           "ACCTMAST.NEW."
                       MOVE "Y" TO WS-SAVE-FAILED
                   END-IF
               END-IF
           END-IF.
           IF WS-SAVE-FAILED = "N"
               MOVE "N" TO WS-TABLE-SHORT-RECORDS
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ACCOUNT-COUNT
                   MOVE "N" TO WS-ACC-CHANGED(WS-AX)
               END-PERFORM
           END-IF.


      * In-place save: only the records whose slots were flagged
      * changed are rewritten, so one action touches one record
      * instead of the whole bank. While the master still holds
      * short records the whole table is written instead.
       SAVE-CHANGED-RECORDS.
           IF WS-TABLE-SHORT-RECORDS = "Y"
               PERFORM SAVE-ACCOUNT-TABLE
           ELSE
               PERFORM REWRITE-CHANGED-RECORDS
           END-IF.


       REWRITE-CHANGED-RECORDS.
           MOVE "N" TO WS-SAVE-FAILED.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open account master file "
                   "for update. Status: " WS-ACCT-FILE-STATUS
               MOVE "Y" TO WS-SAVE-FAILED
           ELSE
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ACCOUNT-COUNT
                           DISPLAY "WARNING: account master file is "
                               "shorter than the loaded table; "
                               "update stopped at slot " WS-AX
                           MOVE "Y" TO WS-SAVE-FAILED
                           MOVE WS-ACCOUNT-COUNT TO WS-AX
                       NOT AT END
                           IF WS-ACC-CHANGED(WS-AX) = "Y"
                                   ACCT-DAILY-WITHDRAWN
                               MOVE WS-ACC-LAST-ACTIVITY-DATE(WS-AX)
                                   TO ACCT-LAST-ACTIVITY-DATE
                               MOVE WS-ACC-OVERDRAFT-LIMIT(WS-AX)
                                   TO ACCT-OVERDRAFT-LIMIT
                               MOVE WS-ACC-HOTLIST-REASON(WS-AX)
                                   TO ACCT-HOTLIST-REASON
                               REWRITE ACCT-RECORD
                               IF WS-ACCT-FILE-STATUS NOT = "00"
                                   DISPLAY "WARNING: account master "
                                       "rewrite failed for card "
                                       ACCT-CARD-NUMBER " status: "
                                       WS-ACCT-FILE-STATUS
                                   MOVE "Y" TO WS-SAVE-FAILED
                               END-IF
                               MOVE "N" TO WS-ACC-CHANGED(WS-AX)
                           END-IF
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
           MOVE WS-AUD-ACCT-TYPE TO MNT-ACCOUNT-TYPE.
           MOVE WS-AUD-OLD-VALUE TO MNT-OLD-VALUE.
           MOVE WS-AUD-NEW-VALUE TO MNT-NEW-VALUE.
           MOVE SPACES TO MNT-LINKED-CARD.
           MOVE SPACES TO MNT-APPROVER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-TIMESTAMP.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
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


       DISPLAY-VERIFY-MENU.
           DISPLAY " ".
           DISPLAY "1. List deposit holds".
                       WS-ACC-HELD-AMOUNT(WS-FOUND-INDEX)
                   MOVE "Y" TO WS-ACC-CHANGED(WS-FOUND-INDEX)
                   PERFORM SAVE-CHANGED-RECORDS
                   IF WS-SAVE-FAILED = "Y"
                       PERFORM ABANDON-SESSION
                   END-IF
                   MOVE VERIFY-CARD TO WS-JE-CARD
                   MOVE VERIFY-ACCT-TYPE TO WS-JE-ACCT-TYPE
                   MOVE "DEP-RELEASE" TO WS-JE-TYPE
                       WS-ACC-HELD-AMOUNT(WS-FOUND-INDEX)
                   MOVE "Y" TO WS-ACC-CHANGED(WS-FOUND-INDEX)
                   PERFORM SAVE-CHANGED-RECORDS
                   IF WS-SAVE-FAILED = "Y"
                       PERFORM ABANDON-SESSION
                   END-IF
                   MOVE VERIFY-CARD TO WS-JE-CARD
                   MOVE VERIFY-ACCT-TYPE TO WS-JE-ACCT-TYPE
                   MOVE "DEP-REJECT" TO WS-JE-TYPE
           END-IF.


      * The account master could not take the change just made to
      * the table: nothing has been journalled or audited for it, so
      * the session ends here, leaving the master, journal and audit
      * trail in step, for the master to be seen to before the
      * action is keyed again.
       ABANDON-SESSION.
           DISPLAY "ERROR: the account master file was not updated; "
               "the action has not been recorded. Session ended.".
           CLOSE TRANSACTION-JOURNAL-FILE.
           CLOSE MAINT-AUDIT-FILE.
           STOP RUN.


       ASK-CARD-TYPE-AMOUNT.
           DISPLAY "Enter card number: ".
           ACCEPT VERIFY-CARD.
